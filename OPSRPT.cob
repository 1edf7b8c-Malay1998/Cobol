           ASSIGN TO DYNAMIC WS-CKPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.
           SELECT RUNHIST
           ASSIGN TO DYNAMIC WS-RUNHIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT STEPSLA
           ASSIGN TO DYNAMIC WS-STEPSLA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEPSLA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BALANCE.
           02 RC-STATUS PIC X(8).
       FD CKPT.
       01 CKP-REC PIC X(60).
       FD RUNHIST.
           COPY RUNHIST.
       FD STEPSLA.
       01 SSP.
           02 SS-STEP PIC X(8).
           02 PIC X.
           02 SS-SLA-MIN PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-BALANCE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BALANCE.PAT'.
       01 WS-CKPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CHECKPOINT.PAT'.
       01 WS-CKPT-DSN PIC X(100).
       01 WS-RUNHIST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RUNHIST.PAT'.
       01 WS-RUNHIST-DSN PIC X(100).
       01 WS-STEPSLA-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\STEPSLA.PAT'.
       01 WS-STEPSLA-DSN PIC X(100).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-RUNCTL-STATUS PIC X(2).
       01 WS-CKPT-STATUS PIC X(2).
       01 WS-RUNHIST-STATUS PIC X(2).
       01 WS-STEPSLA-STATUS PIC X(2).
       01 WS-BAL-EOF-SW PIC X VALUE 'N'.
           88 WS-BAL-EOF VALUE 'Y'.
       01 WS-RC-EOF-SW PIC X VALUE 'N'.
           88 WS-RC-EOF VALUE 'Y'.
       01 WS-CKPT-EOF-SW PIC X VALUE 'N'.
           88 WS-CKPT-EOF VALUE 'Y'.
       01 WS-RH-EOF-SW PIC X VALUE 'N'.
           88 WS-RH-EOF VALUE 'Y'.
       01 WS-SLA-EOF-SW PIC X VALUE 'N'.
           88 WS-SLA-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
           02 WS-ST-ENTRY OCCURS 10 TIMES INDEXED BY WS-ST-IDX.
               03 WS-ST-NAME PIC X(8).
               03 WS-ST-STATE PIC X(8).
               03 WS-ST-SLA PIC 9(4).
               03 WS-ST-RUNS PIC 9(5) COMP.
               03 WS-ST-ELAPSED PIC 9(7) COMP OCCURS 5 TIMES.
               03 WS-ST-TODAY-SW PIC X.
               03 WS-ST-TODAY-SECS PIC 9(7) COMP.
       01 WS-FOUND-SW PIC X.
           88 WS-STEP-FOUND VALUE 'Y'.
       01 WS-I PIC 9(2) COMP.
           88 WS-SI-SEEN VALUE 'Y'.
       01 WS-SI-READ PIC 9(7) VALUE ZERO.
       01 WS-SI-STMTS PIC 9(7) VALUE ZERO.
      *    STEP TIMINGS: TONIGHT'S ELAPSED TIME PER STEP AGAINST THE
      *    AVERAGE OF ITS LAST FIVE CLEAN RUNS AND ITS STEPSLA LIMIT.
       01 WS-SLOW-PCT-X PIC X(3).
       01 WS-SLOW-PCT PIC 9(3) VALUE 50.
       01 WS-WINDOW-X PIC X(4).
       01 WS-WINDOW.
           02 WS-WIN-HH PIC 9(2) VALUE 06.
           02 WS-WIN-MM PIC 9(2) VALUE ZERO.
       01 WS-WIN-TIME PIC 9(6).
       01 WS-SLOT PIC 9(1).
       01 WS-FILLED PIC 9(1).
       01 WS-S PIC 9(1).
       01 WS-SUM-ELAPSED PIC 9(9) COMP.
       01 WS-AVG-ELAPSED PIC 9(7) COMP.
       01 WS-OVER-PCT PIC 9(5) COMP.
       01 WS-OPEN-DATE PIC 9(8) VALUE ZERO.
       01 WS-OPEN-TIME PIC 9(6) VALUE ZERO.
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME-8 PIC 9(8).
       01 WS-NOW-SECS PIC 9(11) COMP.
       01 WS-LAST-END-SECS PIC 9(11) COMP VALUE ZERO.
       01 WS-REMAIN-SECS PIC 9(11) COMP.
       01 WS-REMAIN-CNT PIC 9(2) COMP.
       01 WS-PROJECT-SECS PIC 9(11) COMP.
       01 WS-DEADLINE-SECS PIC 9(11) COMP.
       01 WS-OVER-MIN PIC 9(5) COMP.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME.
           02 WS-STAMP-HH PIC 9(2).
           02 WS-STAMP-MM PIC 9(2).
           02 WS-STAMP-SS PIC 9(2).
       01 WS-STAMP-SECS PIC 9(11) COMP.
       01 WS-CLOCK-DAYS PIC 9(7) COMP.
       01 WS-DAY-SECS PIC 9(5) COMP.
       01 WS-CLOCK-DATE PIC 9(8).
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
       01 WS-TODAY-ED PIC X(8).
       01 WS-AVG-ED PIC X(8).
       01 WS-SLA-ED PIC X(4).
       01 WS-PCT-ED PIC X(6).
       01 WS-PCT-NUM-ED PIC ZZZ9.
       01 WS-OVER-ED PIC Z(4)9.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'OPSRPT' TO WS-STEP-NAME.
           IF WS-REJ-LIMIT-X IS NUMERIC
               MOVE WS-REJ-LIMIT-X TO WS-REJ-LIMIT
           END-IF
           MOVE SPACES TO WS-SLOW-PCT-X
           ACCEPT WS-SLOW-PCT-X FROM ENVIRONMENT 'SLOW_PCT'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SLOW-PCT-X IS NUMERIC
               MOVE WS-SLOW-PCT-X TO WS-SLOW-PCT
           END-IF
           MOVE SPACES TO WS-WINDOW-X
           ACCEPT WS-WINDOW-X FROM ENVIRONMENT 'BATCH_WINDOW'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WINDOW-X IS NUMERIC
               MOVE WS-WINDOW-X TO WS-WINDOW
           END-IF
           PERFORM SEED-STEP-TABLE-PARA.
           PERFORM GATHER-RUNCTL-PARA.
           PERFORM GATHER-BALANCE-PARA.
           PERFORM GATHER-CKPT-PARA.
           PERFORM GATHER-SLA-PARA.
           PERFORM GATHER-RUNHIST-PARA.
           PERFORM PROJECT-WINDOW-PARA.
           PERFORM PRINT-EXCEPTIONS-PARA.
           PERFORM PRINT-SUMMARY-PARA.
           STOP RUN.
           END-ACCEPT
           IF WS-CKPT-DSN = SPACES
               MOVE WS-CKPT-DSN-DFLT TO WS-CKPT-DSN
           END-IF
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
           END-IF.
      *    EVERY CHAIN STEP IS SEEDED AS NOT RUN SO A STEP THE
      *    DRIVER BYPASSED (AND SO NEVER REGISTERED A START FOR)
           PERFORM UNTIL WS-I > WS-STEP-CNT
               SET WS-ST-IDX TO WS-I
               MOVE 'NOT RUN' TO WS-ST-STATE(WS-ST-IDX)
               MOVE ZERO TO WS-ST-SLA(WS-ST-IDX)
               MOVE ZERO TO WS-ST-RUNS(WS-ST-IDX)
               MOVE 'N' TO WS-ST-TODAY-SW(WS-ST-IDX)
               MOVE ZERO TO WS-ST-TODAY-SECS(WS-ST-IDX)
               ADD 1 TO WS-I
           END-PERFORM.
       GATHER-RUNCTL-PARA.
                   SET WS-ST-IDX TO WS-STEP-CNT
                   MOVE RC-STEP TO WS-ST-NAME(WS-ST-IDX)
                   MOVE RC-STATUS TO WS-ST-STATE(WS-ST-IDX)
                   MOVE ZERO TO WS-ST-SLA(WS-ST-IDX)
                   MOVE ZERO TO WS-ST-RUNS(WS-ST-IDX)
                   MOVE 'N' TO WS-ST-TODAY-SW(WS-ST-IDX)
                   MOVE ZERO TO WS-ST-TODAY-SECS(WS-ST-IDX)
               END-IF
           END-IF.
       GATHER-BALANCE-PARA.
                   ' RECORD(S) - A RESTARTABLE RUN IS ON FILE'
               ADD 1 TO WS-EXCEPT-CNT
           END-IF
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-STEP-CNT
               SET WS-ST-IDX TO WS-I
               IF WS-ST-TODAY-SW(WS-ST-IDX) = 'Y'
                   PERFORM CHECK-STEP-TIME-PARA
               END-IF
               ADD 1 TO WS-I
           END-PERFORM
           IF WS-PROJECT-SECS > WS-DEADLINE-SECS
               COMPUTE WS-OVER-MIN =
                   (WS-PROJECT-SECS - WS-DEADLINE-SECS + 59) / 60
               MOVE WS-OVER-MIN TO WS-OVER-ED
               IF WS-REMAIN-CNT = ZERO
                   DISPLAY '* CHAIN ENDED ' WS-CLOCK-ED ', '
                       WS-OVER-ED ' MIN PAST THE ' WS-WIN-ED
                       ' BATCH WINDOW'
               ELSE
                   DISPLAY '* CHAIN PROJECTED TO END ' WS-CLOCK-ED
                       ', ' WS-OVER-ED ' MIN PAST THE ' WS-WIN-ED
                       ' BATCH WINDOW'
               END-IF
               ADD 1 TO WS-EXCEPT-CNT
           END-IF
           IF WS-EXCEPT-CNT = ZERO
               DISPLAY '  NO EXCEPTIONS - NOTHING NEEDS A CALL'
           ELSE
                   WS-ST-STATE(WS-ST-IDX)
               ADD 1 TO WS-I
           END-PERFORM
           PERFORM PRINT-TIMINGS-PARA
           DISPLAY '--- VOLUMES ---'
           DISPLAY '  POLICIES READ/ACCEPTED/REJECTED: '
               WS-FH-READ '/' WS-FH-ACCEPT '/' WS-FH-REJECT
           DISPLAY '  CARD ACCOUNTS READ/STATEMENTS  : '
               WS-SI-READ '/' WS-SI-STMTS
           DISPLAY '********************************************'.
      *    STEPSLA: ONE LINE PER CHAIN STEP, THE STEP NAME AND THE
      *    MINUTES IT IS ALLOWED. A STEP NOT LISTED HAS NO SLA.
       GATHER-SLA-PARA.
           OPEN INPUT STEPSLA
           IF WS-STEPSLA-STATUS NOT = '00'
               SET WS-SLA-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SLA-EOF
               READ STEPSLA
                   AT END SET WS-SLA-EOF TO TRUE
                   NOT AT END
                       IF SS-SLA-MIN IS NUMERIC
                           PERFORM NOTE-SLA-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STEPSLA-STATUS = '00' OR WS-STEPSLA-STATUS = '10'
               CLOSE STEPSLA
           END-IF.
       NOTE-SLA-PARA.
           SET WS-ST-IDX TO 1
           PERFORM UNTIL WS-ST-IDX > WS-STEP-CNT
               IF WS-ST-NAME(WS-ST-IDX) = SS-STEP
                   MOVE SS-SLA-MIN TO WS-ST-SLA(WS-ST-IDX)
               END-IF
               SET WS-ST-IDX UP BY 1
           END-PERFORM.
      *    RUNHIST IS WRITTEN BY RUNCTL: AN OPEN STAMP PER BUSINESS
      *    DATE AND A DONE RECORD WITH THE ELAPSED SECONDS FOR EVERY
      *    CLEAN STEP END. TONIGHT'S DONE RECORDS ARE THE TIMINGS;
      *    EARLIER ONES FEED THE FIVE-RUN AVERAGE.
       GATHER-RUNHIST-PARA.
           OPEN INPUT RUNHIST
           IF WS-RUNHIST-STATUS NOT = '00'
               SET WS-RH-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RH-EOF
               READ RUNHIST
                   AT END SET WS-RH-EOF TO TRUE
                   NOT AT END PERFORM NOTE-RUNHIST-PARA
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS = '00' OR WS-RUNHIST-STATUS = '10'
               CLOSE RUNHIST
           END-IF.
       NOTE-RUNHIST-PARA.
           IF RH-TYPE = 'OPEN' AND RH-DATE = WS-BUS-DATE
               MOVE RH-START-DATE TO WS-OPEN-DATE
               MOVE RH-START-TIME TO WS-OPEN-TIME
           END-IF
           IF RH-TYPE = 'DONE'
               MOVE 'N' TO WS-FOUND-SW
               SET WS-ST-IDX TO 1
               PERFORM UNTIL WS-ST-IDX > WS-STEP-CNT OR
                             WS-STEP-FOUND
                   IF WS-ST-NAME(WS-ST-IDX) = RH-STEP
                       SET WS-STEP-FOUND TO TRUE
                   ELSE
                       SET WS-ST-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-STEP-FOUND
                   PERFORM NOTE-STEP-TIME-PARA
               END-IF
           END-IF.
       NOTE-STEP-TIME-PARA.
           IF RH-DATE = WS-BUS-DATE
               MOVE 'Y' TO WS-ST-TODAY-SW(WS-ST-IDX)
               MOVE RH-ELAPSED TO WS-ST-TODAY-SECS(WS-ST-IDX)
               MOVE RH-END-DATE TO WS-STAMP-DATE
               MOVE RH-END-TIME TO WS-STAMP-TIME
               PERFORM STAMP-SECS-PARA
               IF WS-STAMP-SECS > WS-LAST-END-SECS
                   MOVE WS-STAMP-SECS TO WS-LAST-END-SECS
               END-IF
           ELSE
               ADD 1 TO WS-ST-RUNS(WS-ST-IDX)
               COMPUTE WS-SLOT =
                   FUNCTION MOD(WS-ST-RUNS(WS-ST-IDX) - 1, 5) + 1
               MOVE RH-ELAPSED TO WS-ST-ELAPSED(WS-ST-IDX, WS-SLOT)
           END-IF.
       AVERAGE-STEP-PARA.
           MOVE ZERO TO WS-SUM-ELAPSED
           IF WS-ST-RUNS(WS-ST-IDX) > 5
               MOVE 5 TO WS-FILLED
           ELSE
               MOVE WS-ST-RUNS(WS-ST-IDX) TO WS-FILLED
           END-IF
           MOVE 1 TO WS-S
           PERFORM UNTIL WS-S > WS-FILLED
               ADD WS-ST-ELAPSED(WS-ST-IDX, WS-S) TO WS-SUM-ELAPSED
               ADD 1 TO WS-S
           END-PERFORM
           IF WS-FILLED = ZERO
               MOVE ZERO TO WS-AVG-ELAPSED
           ELSE
               COMPUTE WS-AVG-ELAPSED ROUNDED =
                   WS-SUM-ELAPSED / WS-FILLED
           END-IF.
       STAMP-SECS-PARA.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
               + WS-STAMP-SS.
       CLOCK-PARA.
           DIVIDE WS-STAMP-SECS BY 86400 GIVING WS-CLOCK-DAYS
               REMAINDER WS-DAY-SECS
           COMPUTE WS-CLOCK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CLOCK-DAYS)
           COMPUTE WS-CE-HH = WS-DAY-SECS / 3600
           COMPUTE WS-CE-MM = (WS-DAY-SECS - WS-CE-HH * 3600) / 60.
       HMS-PARA.
           DIVIDE WS-HMS-SECS BY 60 GIVING WS-HMS-MINS
           COMPUTE WS-HE-SS = WS-HMS-SECS - WS-HMS-MINS * 60
           COMPUTE WS-HE-HH = WS-HMS-MINS / 60
           COMPUTE WS-HE-MM = WS-HMS-MINS - WS-HE-HH * 60.
      *    A FINISHED CHAIN IS JUDGED ON ITS LAST CLEAN STEP END. ONE
      *    STILL SHORT OF STEPS IS PROJECTED FROM NOW, AS IF THE REST
      *    WERE RERUN AT ONCE AND TOOK THEIR AVERAGE. THE WINDOW
      *    CLOSES AT THE FIRST BATCH_WINDOW CLOCK TIME AFTER THE
      *    BUSINESS DATE WAS OPENED.
       PROJECT-WINDOW-PARA.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-8 FROM TIME
           MOVE WS-NOW-DATE TO WS-STAMP-DATE
           MOVE WS-NOW-TIME-8(1:6) TO WS-STAMP-TIME
           PERFORM STAMP-SECS-PARA
           MOVE WS-STAMP-SECS TO WS-NOW-SECS
           MOVE ZERO TO WS-REMAIN-SECS
           MOVE ZERO TO WS-REMAIN-CNT
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-STEP-CNT
               SET WS-ST-IDX TO WS-I
               IF WS-ST-TODAY-SW(WS-ST-IDX) NOT = 'Y'
                   ADD 1 TO WS-REMAIN-CNT
                   PERFORM AVERAGE-STEP-PARA
                   ADD WS-AVG-ELAPSED TO WS-REMAIN-SECS
               END-IF
               ADD 1 TO WS-I
           END-PERFORM
           IF WS-REMAIN-CNT = ZERO AND WS-LAST-END-SECS > ZERO
               MOVE WS-LAST-END-SECS TO WS-PROJECT-SECS
           ELSE
               COMPUTE WS-PROJECT-SECS =
                   WS-NOW-SECS + WS-REMAIN-SECS
           END-IF
           IF WS-OPEN-DATE = ZERO
               MOVE WS-NOW-DATE TO WS-OPEN-DATE
               MOVE WS-NOW-TIME-8(1:6) TO WS-OPEN-TIME
           END-IF
           COMPUTE WS-WIN-TIME = WS-WIN-HH * 10000 + WS-WIN-MM * 100
           MOVE WS-OPEN-DATE TO WS-STAMP-DATE
           MOVE WS-WIN-HH TO WS-STAMP-HH
           MOVE WS-WIN-MM TO WS-STAMP-MM
           MOVE ZERO TO WS-STAMP-SS
           PERFORM STAMP-SECS-PARA
           IF WS-OPEN-TIME NOT < WS-WIN-TIME
               ADD 86400 TO WS-STAMP-SECS
           END-IF
           MOVE WS-STAMP-SECS TO WS-DEADLINE-SECS
           MOVE WS-WIN-HH TO WS-WE-HH
           MOVE WS-WIN-MM TO WS-WE-MM
           MOVE WS-PROJECT-SECS TO WS-STAMP-SECS
           PERFORM CLOCK-PARA.
       CHECK-STEP-TIME-PARA.
           MOVE WS-ST-TODAY-SECS(WS-ST-IDX) TO WS-HMS-SECS
           PERFORM HMS-PARA
           IF WS-ST-SLA(WS-ST-IDX) > ZERO AND
              WS-ST-TODAY-SECS(WS-ST-IDX) > WS-ST-SLA(WS-ST-IDX) * 60
               DISPLAY '* STEP ' WS-ST-NAME(WS-ST-IDX) ' RAN '
                   WS-HMS-ED ', OVER ITS ' WS-ST-SLA(WS-ST-IDX)
                   ' MIN SLA'
               ADD 1 TO WS-EXCEPT-CNT
           END-IF
           PERFORM AVERAGE-STEP-PARA
           IF WS-AVG-ELAPSED > ZERO AND
              WS-ST-TODAY-SECS(WS-ST-IDX) > WS-AVG-ELAPSED
               COMPUTE WS-OVER-PCT =
                   ((WS-ST-TODAY-SECS(WS-ST-IDX) - WS-AVG-ELAPSED)
                   * 100) / WS-AVG-ELAPSED
               IF WS-OVER-PCT > WS-SLOW-PCT
                   MOVE WS-OVER-PCT TO WS-PCT-NUM-ED
                   DISPLAY '* STEP ' WS-ST-NAME(WS-ST-IDX) ' RAN '
                       WS-HMS-ED ', ' WS-PCT-NUM-ED
                       ' PCT OVER ITS RECENT AVERAGE'
                   ADD 1 TO WS-EXCEPT-CNT
               END-IF
           END-IF.
       PRINT-TIMINGS-PARA.
           DISPLAY '--- STEP TIMINGS ---'
           DISPLAY '  STEP     ELAPSED  AVERAGE  SLA MIN  PCT AVG'
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-STEP-CNT
               SET WS-ST-IDX TO WS-I
               PERFORM AVERAGE-STEP-PARA
               IF WS-ST-TODAY-SW(WS-ST-IDX) = 'Y'
                   MOVE WS-ST-TODAY-SECS(WS-ST-IDX) TO WS-HMS-SECS
                   PERFORM HMS-PARA
                   MOVE WS-HMS-ED TO WS-TODAY-ED
               ELSE
                   MOVE '   --   ' TO WS-TODAY-ED
               END-IF
               IF WS-FILLED > ZERO
                   MOVE WS-AVG-ELAPSED TO WS-HMS-SECS
                   PERFORM HMS-PARA
                   MOVE WS-HMS-ED TO WS-AVG-ED
               ELSE
                   MOVE 'NO HIST ' TO WS-AVG-ED
               END-IF
               IF WS-ST-SLA(WS-ST-IDX) > ZERO
                   MOVE WS-ST-SLA(WS-ST-IDX) TO WS-SLA-ED
               ELSE
                   MOVE 'NONE' TO WS-SLA-ED
               END-IF
               IF WS-ST-TODAY-SW(WS-ST-IDX) = 'Y' AND
                  WS-AVG-ELAPSED > ZERO
                   COMPUTE WS-OVER-PCT ROUNDED =
                       (WS-ST-TODAY-SECS(WS-ST-IDX) * 100)
                       / WS-AVG-ELAPSED
                   MOVE WS-OVER-PCT TO WS-PCT-NUM-ED
                   MOVE WS-PCT-NUM-ED TO WS-PCT-ED
               ELSE
                   MOVE SPACES TO WS-PCT-ED
               END-IF
               DISPLAY '  ' WS-ST-NAME(WS-ST-IDX) ' ' WS-TODAY-ED
                   ' ' WS-AVG-ED ' ' WS-SLA-ED '     ' WS-PCT-ED
               ADD 1 TO WS-I
           END-PERFORM
           IF WS-REMAIN-CNT = ZERO
               DISPLAY '  CHAIN ENDED ' WS-CLOCK-DATE ' '
                   WS-CLOCK-ED ', WINDOW CLOSES ' WS-WIN-ED
           ELSE
               DISPLAY '  CHAIN PROJECTED TO END ' WS-CLOCK-DATE ' '
                   WS-CLOCK-ED ', WINDOW CLOSES ' WS-WIN-ED
           END-IF.
