       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPTRND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST
           ASSIGN TO DYNAMIC WS-RUNHIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT STEPSLA
           ASSIGN TO DYNAMIC WS-STEPSLA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEPSLA-STATUS.
           SELECT TRNDRPT
           ASSIGN TO DYNAMIC WS-TRNDRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRNDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUNHIST.
           COPY RUNHIST.
       FD STEPSLA.
       01 SSP.
           02 SS-STEP PIC X(8).
           02 PIC X.
           02 SS-SLA-MIN PIC 9(4).
       FD TRNDRPT.
       01 TRN-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-RUNHIST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RUNHIST.PAT'.
       01 WS-RUNHIST-DSN PIC X(100).
       01 WS-STEPSLA-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\STEPSLA.PAT'.
       01 WS-STEPSLA-DSN PIC X(100).
       01 WS-TRNDRPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\TRNDRPT.PAT'.
       01 WS-TRNDRPT-DSN PIC X(100).
       01 WS-RUNHIST-STATUS PIC X(2).
       01 WS-STEPSLA-STATUS PIC X(2).
       01 WS-TRNDRPT-STATUS PIC X(2).
       01 WS-RH-EOF-SW PIC X VALUE 'N'.
           88 WS-RH-EOF VALUE 'Y'.
       01 WS-SLA-EOF-SW PIC X VALUE 'N'.
           88 WS-SLA-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
      *    A STEP IS CALLED OUT AS GROWING WHEN THIS WEEK'S AVERAGE
      *    RUN IS MORE THAN TREND_PCT PERCENT OVER LAST WEEK'S.
       01 WS-TREND-PCT-X PIC X(3).
       01 WS-TREND-PCT PIC 9(3) VALUE 10.
       01 WS-WINDOW-X PIC X(4).
       01 WS-WINDOW.
           02 WS-WIN-HH PIC 9(2) VALUE 06.
           02 WS-WIN-MM PIC 9(2) VALUE ZERO.
       01 WS-WIN-TIME PIC 9(6).
       01 WS-BUS-INT PIC 9(7) COMP.
       01 WS-RH-INT PIC 9(7) COMP.
       01 WS-AGE PIC S9(7) COMP.
       01 WS-STEP-MAX PIC 9(2) COMP VALUE 30.
       01 WS-STEP-CNT PIC 9(2) COMP VALUE ZERO.
       01 WS-STEP-TABLE.
           02 WS-ST-ENTRY OCCURS 30 TIMES INDEXED BY WS-ST-IDX.
               03 WS-ST-ID PIC X(8).
               03 WS-ST-SLA PIC 9(4).
               03 WS-ST-CUR-RUNS PIC 9(5) COMP.
               03 WS-ST-CUR-SUM PIC 9(9) COMP.
               03 WS-ST-CUR-MAX PIC 9(7) COMP.
               03 WS-ST-PRV-RUNS PIC 9(5) COMP.
               03 WS-ST-PRV-SUM PIC 9(9) COMP.
       01 WS-ST-SW PIC X.
           88 WS-ST-FOUND VALUE 'Y'.
       01 WS-HOLD-STEP PIC X(8).
      *    ONE ENTRY PER BUSINESS DATE OF THE LAST SEVEN, FOR THE
      *    NIGHTLY CHAIN END AGAINST THE BATCH WINDOW.
       01 WS-NIGHT-TABLE.
           02 WS-NT-ENTRY OCCURS 7 TIMES INDEXED BY WS-NT-IDX.
               03 WS-NT-DATE PIC 9(8).
               03 WS-NT-OPEN-DATE PIC 9(8).
               03 WS-NT-OPEN-TIME PIC 9(6).
               03 WS-NT-END-SECS PIC 9(11) COMP.
       01 WS-NT-SLOT PIC 9(2) COMP.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME.
           02 WS-STAMP-HH PIC 9(2).
           02 WS-STAMP-MM PIC 9(2).
           02 WS-STAMP-SS PIC 9(2).
       01 WS-STAMP-SECS PIC 9(11) COMP.
       01 WS-DEADLINE-SECS PIC 9(11) COMP.
       01 WS-MARGIN-MIN PIC 9(5) COMP.
       01 WS-CLOCK-DAYS PIC 9(7) COMP.
       01 WS-DAY-SECS PIC 9(5) COMP.
       01 WS-CLOCK-ED.
           02 WS-CE-HH PIC 9(2).
           02 PIC X VALUE ':'.
           02 WS-CE-MM PIC 9(2).
       01 WS-WIN-ED.
           02 WS-WE-HH PIC 9(2).
           02 PIC X VALUE ':'.
           02 WS-WE-MM PIC 9(2).
       01 WS-HMS-SECS PIC 9(7) COMP.
       01 WS-HMS-MINS PIC 9(7) COMP.
       01 WS-HMS-ED.
           02 WS-HE-HH PIC 9(2).
           02 PIC X VALUE ':'.
           02 WS-HE-MM PIC 9(2).
           02 PIC X VALUE ':'.
           02 WS-HE-SS PIC 9(2).
       01 WS-CUR-AVG PIC 9(7) COMP.
       01 WS-PRV-AVG PIC 9(7) COMP.
       01 WS-CHAIN-CUR PIC 9(9) COMP VALUE ZERO.
       01 WS-CHAIN-PRV PIC 9(9) COMP VALUE ZERO.
       01 WS-GROWTH-PCT PIC 9(5) COMP.
       01 WS-SLA-PCT PIC 9(5) COMP.
       01 WS-I PIC 9(2) COMP.
       01 WS-HIST-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-GROWING-CNT PIC 9(5) COMP VALUE ZERO.
       01 WS-LATE-CNT PIC 9(5) COMP VALUE ZERO.
       01 WS-LINE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-WORK-LINE PIC X(80).
       01 WS-STEP-DETAIL.
           02 WS-SD-STEP PIC X(8).
           02 PIC X(2) VALUE SPACES.
           02 WS-SD-PRV-RUNS PIC ZZ9.
           02 PIC X VALUE SPACE.
           02 WS-SD-PRV-AVG PIC X(8).
           02 PIC X(2) VALUE SPACES.
           02 WS-SD-CUR-RUNS PIC ZZ9.
           02 PIC X VALUE SPACE.
           02 WS-SD-CUR-AVG PIC X(8).
           02 PIC X VALUE SPACE.
           02 WS-SD-CUR-MAX PIC X(8).
           02 PIC X VALUE SPACE.
           02 WS-SD-GROWTH PIC X(6).
           02 PIC X VALUE SPACE.
           02 WS-SD-SLA-PCT PIC X(5).
           02 PIC X VALUE SPACE.
           02 WS-SD-FLAG PIC X(10).
       01 WS-PCT-ED PIC ----9.
       01 WS-SLA-PCT-ED PIC ZZZ9.
       01 WS-NIGHT-DETAIL.
           02 WS-ND-DATE PIC 9(8).
           02 PIC X(3) VALUE SPACES.
           02 WS-ND-OPEN PIC X(5).
           02 PIC X(4) VALUE SPACES.
           02 WS-ND-END PIC X(5).
           02 PIC X(4) VALUE SPACES.
           02 WS-ND-MARGIN PIC X(20).
       01 WS-MARGIN-ED PIC ZZZZ9.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'STEPTRND' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE SPACES TO WS-TREND-PCT-X
           ACCEPT WS-TREND-PCT-X FROM ENVIRONMENT 'TREND_PCT'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TREND-PCT-X IS NUMERIC
               MOVE WS-TREND-PCT-X TO WS-TREND-PCT
           END-IF
           MOVE SPACES TO WS-WINDOW-X
           ACCEPT WS-WINDOW-X FROM ENVIRONMENT 'BATCH_WINDOW'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WINDOW-X IS NUMERIC
               MOVE WS-WINDOW-X TO WS-WINDOW
           END-IF
           MOVE WS-WIN-HH TO WS-WE-HH
           MOVE WS-WIN-MM TO WS-WE-MM
           COMPUTE WS-WIN-TIME = WS-WIN-HH * 10000 + WS-WIN-MM * 100
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           INITIALIZE WS-STEP-TABLE
           INITIALIZE WS-NIGHT-TABLE
           PERFORM LOAD-SLA-PARA.
           PERFORM LOAD-HISTORY-PARA.
           OPEN OUTPUT TRNDRPT.
           IF WS-TRNDRPT-STATUS NOT = '00'
               DISPLAY 'STEPTRND: UNABLE TO OPEN TRNDRPT FILE, STATUS='
                   WS-TRNDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REPORT-HEADING-PARA.
           PERFORM REPORT-STEPS-PARA.
           PERFORM REPORT-NIGHTS-PARA.
           CLOSE TRNDRPT.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-RUNHIST-DSN-DFLT TO WS-RUNHIST-DSN
           ACCEPT WS-RUNHIST-DSN FROM ENVIRONMENT 'RUNHIST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RUNHIST-DSN = SPACES
               MOVE WS-RUNHIST-DSN-DFLT TO WS-RUNHIST-DSN
           END-IF
           MOVE WS-STEPSLA-DSN-DFLT TO WS-STEPSLA-DSN
           ACCEPT WS-STEPSLA-DSN FROM ENVIRONMENT 'STEPSLA_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-STEPSLA-DSN = SPACES
               MOVE WS-STEPSLA-DSN-DFLT TO WS-STEPSLA-DSN
           END-IF
           MOVE WS-TRNDRPT-DSN-DFLT TO WS-TRNDRPT-DSN
           ACCEPT WS-TRNDRPT-DSN FROM ENVIRONMENT 'TRNDRPT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TRNDRPT-DSN = SPACES
               MOVE WS-TRNDRPT-DSN-DFLT TO WS-TRNDRPT-DSN
           END-IF.
      *    THE CHAIN'S STEPS COME FROM STEPSLA FIRST SO THEY PRINT IN
      *    RUN ORDER WITH THEIR SLA; ANY OTHER STEP THE HISTORY HOLDS
      *    IS ADDED BEHIND THEM WITHOUT ONE.
       LOAD-SLA-PARA.
           OPEN INPUT STEPSLA
           IF WS-STEPSLA-STATUS NOT = '00'
               SET WS-SLA-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SLA-EOF
               READ STEPSLA
                   AT END SET WS-SLA-EOF TO TRUE
                   NOT AT END
                       IF SS-STEP NOT = SPACES AND
                          SS-SLA-MIN IS NUMERIC
                           MOVE SS-STEP TO WS-HOLD-STEP
                           PERFORM FIND-STEP-PARA
                           IF WS-ST-FOUND
                               MOVE SS-SLA-MIN TO
                                   WS-ST-SLA(WS-ST-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STEPSLA-STATUS = '00' OR WS-STEPSLA-STATUS = '10'
               CLOSE STEPSLA
           END-IF.
      *    THIS WEEK IS THE BUSINESS DATE AND THE SIX DAYS BEFORE IT;
      *    LAST WEEK IS THE SEVEN DAYS BEFORE THAT. OLDER HISTORY IS
      *    PASSED OVER.
       LOAD-HISTORY-PARA.
           OPEN INPUT RUNHIST
           IF WS-RUNHIST-STATUS NOT = '00'
               DISPLAY 'STEPTRND: NO RUN HISTORY ON FILE, STATUS='
                   WS-RUNHIST-STATUS
               SET WS-RH-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RH-EOF
               READ RUNHIST
                   AT END SET WS-RH-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-HIST-PARA
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS = '00' OR WS-RUNHIST-STATUS = '10'
               CLOSE RUNHIST
           END-IF.
       LOAD-ONE-HIST-PARA.
           IF RH-DATE IS NUMERIC AND RH-DATE > ZERO
               COMPUTE WS-RH-INT = FUNCTION INTEGER-OF-DATE(RH-DATE)
               COMPUTE WS-AGE = WS-BUS-INT - WS-RH-INT
           ELSE
               MOVE -1 TO WS-AGE
           END-IF
           IF WS-AGE >= 0 AND WS-AGE < 14
               ADD 1 TO WS-HIST-CNT
               EVALUATE RH-TYPE
                   WHEN 'DONE'
                       PERFORM NOTE-STEP-RUN-PARA
                       IF WS-AGE < 7
                           PERFORM NOTE-NIGHT-END-PARA
                       END-IF
                   WHEN 'OPEN'
                       IF WS-AGE < 7
                           PERFORM NOTE-NIGHT-OPEN-PARA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       NOTE-STEP-RUN-PARA.
           MOVE RH-STEP TO WS-HOLD-STEP
           PERFORM FIND-STEP-PARA
           IF WS-ST-FOUND
               IF WS-AGE < 7
                   ADD 1 TO WS-ST-CUR-RUNS(WS-ST-IDX)
                   ADD RH-ELAPSED TO WS-ST-CUR-SUM(WS-ST-IDX)
                   IF RH-ELAPSED > WS-ST-CUR-MAX(WS-ST-IDX)
                       MOVE RH-ELAPSED TO WS-ST-CUR-MAX(WS-ST-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-ST-PRV-RUNS(WS-ST-IDX)
                   ADD RH-ELAPSED TO WS-ST-PRV-SUM(WS-ST-IDX)
               END-IF
           END-IF.
      *    NIGHT SLOT 1 IS SIX DAYS AGO AND SLOT 7 IS THE BUSINESS
      *    DATE ITSELF, SO THE NIGHTS PRINT OLDEST FIRST.
       NOTE-NIGHT-OPEN-PARA.
           COMPUTE WS-NT-SLOT = 7 - WS-AGE
           SET WS-NT-IDX TO WS-NT-SLOT
           MOVE RH-DATE TO WS-NT-DATE(WS-NT-IDX)
           MOVE RH-START-DATE TO WS-NT-OPEN-DATE(WS-NT-IDX)
           MOVE RH-START-TIME TO WS-NT-OPEN-TIME(WS-NT-IDX).
       NOTE-NIGHT-END-PARA.
           COMPUTE WS-NT-SLOT = 7 - WS-AGE
           SET WS-NT-IDX TO WS-NT-SLOT
           MOVE RH-DATE TO WS-NT-DATE(WS-NT-IDX)
           MOVE RH-END-DATE TO WS-STAMP-DATE
           MOVE RH-END-TIME TO WS-STAMP-TIME
           PERFORM STAMP-SECS-PARA
           IF WS-STAMP-SECS > WS-NT-END-SECS(WS-NT-IDX)
               MOVE WS-STAMP-SECS TO WS-NT-END-SECS(WS-NT-IDX)
           END-IF.
       FIND-STEP-PARA.
           MOVE 'N' TO WS-ST-SW
           SET WS-ST-IDX TO 1
           PERFORM UNTIL WS-ST-IDX > WS-STEP-CNT OR WS-ST-FOUND
               IF WS-ST-ID(WS-ST-IDX) = WS-HOLD-STEP
                   SET WS-ST-FOUND TO TRUE
               ELSE
                   SET WS-ST-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-ST-FOUND
               IF WS-STEP-CNT >= WS-STEP-MAX
                   DISPLAY 'STEPTRND: STEP TABLE FULL, STEP '
                       WS-HOLD-STEP ' NOT TRACKED'
               ELSE
                   ADD 1 TO WS-STEP-CNT
                   SET WS-ST-IDX TO WS-STEP-CNT
                   MOVE WS-HOLD-STEP TO WS-ST-ID(WS-ST-IDX)
                   SET WS-ST-FOUND TO TRUE
               END-IF
           END-IF.
       STAMP-SECS-PARA.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
               + WS-STAMP-SS.
       CLOCK-PARA.
           DIVIDE WS-STAMP-SECS BY 86400 GIVING WS-CLOCK-DAYS
               REMAINDER WS-DAY-SECS
           COMPUTE WS-CE-HH = WS-DAY-SECS / 3600
           COMPUTE WS-CE-MM = (WS-DAY-SECS - WS-CE-HH * 3600) / 60.
       HMS-PARA.
           DIVIDE WS-HMS-SECS BY 60 GIVING WS-HMS-MINS
           COMPUTE WS-HE-SS = WS-HMS-SECS - WS-HMS-MINS * 60
           COMPUTE WS-HE-HH = WS-HMS-MINS / 60
           COMPUTE WS-HE-MM = WS-HMS-MINS - WS-HE-HH * 60.
       REPORT-HEADING-PARA.
           MOVE SPACES TO WS-WORK-LINE
           STRING 'WEEKLY STEP RUN-TIME TREND    WEEK ENDING '
                      DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING '          --LAST WEEK--   ----- THIS WEEK -----'
                      DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'STEP      RUNS  AVERAGE   RUNS  AVERAGE  LONGEST '
                      DELIMITED BY SIZE
                  'GROWTH  %SLA' DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       REPORT-STEPS-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-STEP-CNT
               SET WS-ST-IDX TO WS-I
               PERFORM STEP-LINE-PARA
               ADD 1 TO WS-I
           END-PERFORM
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-STEP-DETAIL
           MOVE 'CHAIN' TO WS-SD-STEP
           MOVE WS-CHAIN-PRV TO WS-HMS-SECS
           PERFORM HMS-PARA
           MOVE WS-HMS-ED TO WS-SD-PRV-AVG
           MOVE WS-CHAIN-CUR TO WS-HMS-SECS
           PERFORM HMS-PARA
           MOVE WS-HMS-ED TO WS-SD-CUR-AVG
           IF WS-CHAIN-PRV > ZERO
               MOVE WS-CHAIN-CUR TO WS-CUR-AVG
               MOVE WS-CHAIN-PRV TO WS-PRV-AVG
               PERFORM GROWTH-PARA
           END-IF
           MOVE WS-STEP-DETAIL TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
      *    GROWTH IS THIS WEEK'S AVERAGE AGAINST LAST WEEK'S; %SLA IS
      *    THIS WEEK'S LONGEST RUN AS A SHARE OF THE STEP'S SLA, SO A
      *    STEP EATING INTO ITS ALLOWANCE SHOWS BEFORE IT BREAKS IT.
       STEP-LINE-PARA.
           MOVE SPACES TO WS-STEP-DETAIL
           MOVE WS-ST-ID(WS-ST-IDX) TO WS-SD-STEP
           MOVE ZERO TO WS-CUR-AVG
           MOVE ZERO TO WS-PRV-AVG
           MOVE WS-ST-PRV-RUNS(WS-ST-IDX) TO WS-SD-PRV-RUNS
           MOVE WS-ST-CUR-RUNS(WS-ST-IDX) TO WS-SD-CUR-RUNS
           IF WS-ST-PRV-RUNS(WS-ST-IDX) > ZERO
               COMPUTE WS-PRV-AVG ROUNDED =
                   WS-ST-PRV-SUM(WS-ST-IDX) / WS-ST-PRV-RUNS(WS-ST-IDX)
               MOVE WS-PRV-AVG TO WS-HMS-SECS
               PERFORM HMS-PARA
               MOVE WS-HMS-ED TO WS-SD-PRV-AVG
               ADD WS-PRV-AVG TO WS-CHAIN-PRV
           ELSE
               MOVE '   --   ' TO WS-SD-PRV-AVG
           END-IF
           IF WS-ST-CUR-RUNS(WS-ST-IDX) > ZERO
               COMPUTE WS-CUR-AVG ROUNDED =
                   WS-ST-CUR-SUM(WS-ST-IDX) / WS-ST-CUR-RUNS(WS-ST-IDX)
               MOVE WS-CUR-AVG TO WS-HMS-SECS
               PERFORM HMS-PARA
               MOVE WS-HMS-ED TO WS-SD-CUR-AVG
               MOVE WS-ST-CUR-MAX(WS-ST-IDX) TO WS-HMS-SECS
               PERFORM HMS-PARA
               MOVE WS-HMS-ED TO WS-SD-CUR-MAX
               ADD WS-CUR-AVG TO WS-CHAIN-CUR
           ELSE
               MOVE '   --   ' TO WS-SD-CUR-AVG
               MOVE '   --   ' TO WS-SD-CUR-MAX
           END-IF
           IF WS-PRV-AVG > ZERO AND WS-CUR-AVG > ZERO
               PERFORM GROWTH-PARA
           END-IF
           IF WS-ST-SLA(WS-ST-IDX) > ZERO
               COMPUTE WS-SLA-PCT ROUNDED =
                   (WS-ST-CUR-MAX(WS-ST-IDX) * 100)
                   / (WS-ST-SLA(WS-ST-IDX) * 60)
               MOVE WS-SLA-PCT TO WS-SLA-PCT-ED
               MOVE WS-SLA-PCT-ED TO WS-SD-SLA-PCT
               IF WS-ST-CUR-MAX(WS-ST-IDX) >
                  WS-ST-SLA(WS-ST-IDX) * 60
                   IF WS-SD-FLAG = 'GROWING'
                       MOVE 'GROW,SLA' TO WS-SD-FLAG
                   ELSE
                       MOVE 'OVER SLA' TO WS-SD-FLAG
                   END-IF
               END-IF
           END-IF
           MOVE WS-STEP-DETAIL TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       GROWTH-PARA.
           IF WS-CUR-AVG > WS-PRV-AVG
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   ((WS-CUR-AVG - WS-PRV-AVG) * 100) / WS-PRV-AVG
               MOVE WS-GROWTH-PCT TO WS-PCT-ED
               IF WS-GROWTH-PCT > WS-TREND-PCT
                   MOVE 'GROWING' TO WS-SD-FLAG
                   ADD 1 TO WS-GROWING-CNT
               END-IF
           ELSE
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   ((WS-PRV-AVG - WS-CUR-AVG) * 100) / WS-PRV-AVG
               COMPUTE WS-PCT-ED = 0 - WS-GROWTH-PCT
           END-IF
           MOVE WS-PCT-ED TO WS-SD-GROWTH.
      *    EACH NIGHT'S CHAIN END IS ITS LAST CLEAN STEP END, AND ITS
      *    WINDOW CLOSES AT THE FIRST BATCH_WINDOW CLOCK TIME AFTER
      *    THAT BUSINESS DATE WAS OPENED.
       REPORT-NIGHTS-PARA.
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'NIGHTLY CHAIN END AGAINST THE ' DELIMITED BY SIZE
                  WS-WIN-ED DELIMITED BY SIZE
                  ' BATCH WINDOW' DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'BUS DATE   OPENED   ENDED    MARGIN'
                      DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           SET WS-NT-IDX TO 1
           PERFORM UNTIL WS-NT-IDX > 7
               IF WS-NT-DATE(WS-NT-IDX) > ZERO
                   PERFORM NIGHT-LINE-PARA
               END-IF
               SET WS-NT-IDX UP BY 1
           END-PERFORM.
       NIGHT-LINE-PARA.
           MOVE SPACES TO WS-NIGHT-DETAIL
           MOVE WS-NT-DATE(WS-NT-IDX) TO WS-ND-DATE
           IF WS-NT-OPEN-DATE(WS-NT-IDX) = ZERO
               MOVE '  -- ' TO WS-ND-OPEN
           ELSE
               MOVE WS-NT-OPEN-DATE(WS-NT-IDX) TO WS-STAMP-DATE
               MOVE WS-NT-OPEN-TIME(WS-NT-IDX) TO WS-STAMP-TIME
               PERFORM STAMP-SECS-PARA
               PERFORM CLOCK-PARA
               MOVE WS-CLOCK-ED TO WS-ND-OPEN
           END-IF
           IF WS-NT-END-SECS(WS-NT-IDX) = ZERO
               MOVE '  -- ' TO WS-ND-END
               MOVE 'NO CLEAN STEP END' TO WS-ND-MARGIN
           ELSE
               MOVE WS-NT-END-SECS(WS-NT-IDX) TO WS-STAMP-SECS
               PERFORM CLOCK-PARA
               MOVE WS-CLOCK-ED TO WS-ND-END
               IF WS-NT-OPEN-DATE(WS-NT-IDX) = ZERO
                   MOVE 'NO OPEN ON FILE' TO WS-ND-MARGIN
               ELSE
                   PERFORM NIGHT-MARGIN-PARA
               END-IF
           END-IF
           MOVE WS-NIGHT-DETAIL TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       NIGHT-MARGIN-PARA.
           MOVE WS-NT-OPEN-DATE(WS-NT-IDX) TO WS-STAMP-DATE
           MOVE WS-WIN-HH TO WS-STAMP-HH
           MOVE WS-WIN-MM TO WS-STAMP-MM
           MOVE ZERO TO WS-STAMP-SS
           PERFORM STAMP-SECS-PARA
           IF WS-NT-OPEN-TIME(WS-NT-IDX) NOT < WS-WIN-TIME
               ADD 86400 TO WS-STAMP-SECS
           END-IF
           MOVE WS-STAMP-SECS TO WS-DEADLINE-SECS
           IF WS-NT-END-SECS(WS-NT-IDX) > WS-DEADLINE-SECS
               COMPUTE WS-MARGIN-MIN =
                   (WS-NT-END-SECS(WS-NT-IDX) - WS-DEADLINE-SECS
                    + 59) / 60
               MOVE WS-MARGIN-MIN TO WS-MARGIN-ED
               STRING WS-MARGIN-ED DELIMITED BY SIZE
                      ' MIN LATE' DELIMITED BY SIZE
                   INTO WS-ND-MARGIN
               ADD 1 TO WS-LATE-CNT
           ELSE
               COMPUTE WS-MARGIN-MIN =
                   (WS-DEADLINE-SECS - WS-NT-END-SECS(WS-NT-IDX)) / 60
               MOVE WS-MARGIN-MIN TO WS-MARGIN-ED
               STRING WS-MARGIN-ED DELIMITED BY SIZE
                      ' MIN TO SPARE' DELIMITED BY SIZE
                   INTO WS-ND-MARGIN
           END-IF.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO TRN-LINE
           WRITE TRN-LINE
           ADD 1 TO WS-LINE-CNT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== STEP TREND CONTROL TOTALS ====='.
           MOVE WS-HIST-CNT TO WS-CNT-ED
           DISPLAY 'HISTORY RECORDS USED  : ' WS-CNT-ED.
           MOVE WS-STEP-CNT TO WS-CNT-ED
           DISPLAY 'STEPS REPORTED        : ' WS-CNT-ED.
           MOVE WS-GROWING-CNT TO WS-CNT-ED
           DISPLAY 'LINES FLAGGED GROWING : ' WS-CNT-ED.
           MOVE WS-LATE-CNT TO WS-CNT-ED
           DISPLAY 'NIGHTS PAST WINDOW    : ' WS-CNT-ED.
           MOVE WS-LINE-CNT TO WS-CNT-ED
           DISPLAY 'REPORT LINES WRITTEN  : ' WS-CNT-ED.
           IF WS-GROWING-CNT > ZERO OR WS-LATE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
