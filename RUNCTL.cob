           ASSIGN TO DYNAMIC WS-RUNCTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
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
       FD RUNCTL.
           02 RC-STEP PIC X(8).
           02 PIC X.
           02 RC-STATUS PIC X(8).
       FD RUNHIST.
           COPY RUNHIST.
       FD STEPSLA.
       01 SSP.
           02 SS-STEP PIC X(8).
           02 PIC X.
           02 SS-SLA-MIN PIC 9(4).
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RUNCTL.PAT'.
       01 WS-DATE-CLOSED-SW PIC X VALUE 'N'.
           88 WS-DATE-CLOSED VALUE 'Y'.
       01 WS-STEP-STATE PIC X(8) VALUE SPACES.
      *    PERIOD-END STREAMS: RUNCTL_AFTER NAMES THE STEPS A STEP
      *    WAITS ON, RUNCTL_STREAM AND RUNCTL_STEPS NAME A STREAM AND
      *    ITS MEMBERS FOR THE PERIOD CLOSE.
       01 WS-AFTER PIC X(80).
       01 WS-STREAM PIC X(8).
       01 WS-MEMBERS PIC X(120).
       01 WS-NAME-LIST PIC X(120).
       01 WS-NAME PIC X(8).
       01 WS-PTR PIC 9(3) COMP.
       01 WS-HELD-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-MEMBER-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PERIOD-CLOSED-SW PIC X VALUE 'N'.
           88 WS-PERIOD-CLOSED VALUE 'Y'.
       01 WS-DAY-MAX PIC 9(2) COMP VALUE 30.
       01 WS-DAY-CNT PIC 9(2) COMP VALUE ZERO.
       01 WS-DAY-TABLE.
           02 WS-DAY-ENTRY OCCURS 30 TIMES INDEXED BY WS-DAY-IDX.
               03 WS-DAY-STEP PIC X(8).
               03 WS-DAY-STATE PIC X(8).
       01 WS-DAY-SW PIC X.
           88 WS-DAY-FOUND VALUE 'Y'.
       01 WS-NAME-STATE PIC X(8).
       01 WS-RUNHIST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RUNHIST.PAT'.
       01 WS-RUNHIST-DSN PIC X(100).
       01 WS-RUNHIST-STATUS PIC X(2).
       01 WS-RUNHIST-EOF-SW PIC X VALUE 'N'.
           88 WS-RUNHIST-EOF VALUE 'Y'.
       01 WS-STEPSLA-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\STEPSLA.PAT'.
       01 WS-STEPSLA-DSN PIC X(100).
       01 WS-STEPSLA-STATUS PIC X(2).
       01 WS-STEPSLA-EOF-SW PIC X VALUE 'N'.
           88 WS-STEPSLA-EOF VALUE 'Y'.
       01 WS-CHAIN-SW PIC X VALUE 'N'.
           88 WS-CHAIN-LISTED VALUE 'Y'.
      *    BATCH_WINDOW IS THE HHMM THE CHAIN MUST BE DONE BY; IT IS
      *    THE FIRST SUCH CLOCK TIME AFTER THE BUSINESS DATE OPENED.
       01 WS-WINDOW-X PIC X(4).
       01 WS-WINDOW.
           02 WS-WIN-HH PIC 9(2) VALUE 06.
           02 WS-WIN-MM PIC 9(2) VALUE ZERO.
       01 WS-WIN-TIME PIC 9(6).
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME-8 PIC 9(8).
       01 WS-NOW-TIME PIC 9(6).
       01 WS-NOW-SECS PIC 9(11) COMP.
       01 WS-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-START-TIME PIC 9(6) VALUE ZERO.
       01 WS-OPEN-DATE PIC 9(8) VALUE ZERO.
       01 WS-OPEN-TIME PIC 9(6) VALUE ZERO.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME.
           02 WS-STAMP-HH PIC 9(2).
           02 WS-STAMP-MM PIC 9(2).
           02 WS-STAMP-SS PIC 9(2).
       01 WS-STAMP-SECS PIC 9(11) COMP.
       01 WS-START-SECS PIC 9(11) COMP.
       01 WS-ELAPSED PIC 9(7) COMP VALUE ZERO.
       01 WS-REMAIN-SECS PIC 9(11) COMP.
       01 WS-PROJECT-SECS PIC 9(11) COMP.
       01 WS-DEADLINE-SECS PIC 9(11) COMP.
       01 WS-OVER-MIN PIC 9(5) COMP.
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
       01 WS-ELAPSED-ED PIC Z(6)9.
       01 WS-OVER-ED PIC Z(4)9.
      *    THE LAST FIVE CLEAN RUNS OF EACH STEP, AS IN BALVAR, GIVE
      *    THE AVERAGE THE REST OF TONIGHT'S CHAIN IS PROJECTED ON.
       01 WS-STEP-MAX PIC 9(2) COMP VALUE 30.
       01 WS-STEP-CNT PIC 9(2) COMP VALUE ZERO.
       01 WS-STEP-TABLE.
           02 WS-ST-ENTRY OCCURS 30 TIMES INDEXED BY WS-ST-IDX.
               03 WS-ST-ID PIC X(8).
               03 WS-ST-RUNS PIC 9(5) COMP.
               03 WS-ST-CHAIN-SW PIC X.
               03 WS-ST-TODAY-SW PIC X.
               03 WS-ST-ELAPSED PIC 9(7) COMP OCCURS 5 TIMES.
       01 WS-ST-SW PIC X.
           88 WS-ST-FOUND VALUE 'Y'.
       01 WS-HOLD-STEP PIC X(8).
       01 WS-SLOT PIC 9(1).
       01 WS-FILLED PIC 9(1).
       01 WS-S PIC 9(1).
       01 WS-SUM-ELAPSED PIC 9(9) COMP.
       01 WS-AVG-ELAPSED PIC 9(7) COMP.
       PROCEDURE DIVISION.
           MOVE WS-RUNCTL-DSN-DFLT TO WS-RUNCTL-DSN
           ACCEPT WS-RUNCTL-DSN FROM ENVIRONMENT 'RUNCTL_DD'
           IF WS-RUNCTL-DSN = SPACES
               MOVE WS-RUNCTL-DSN-DFLT TO WS-RUNCTL-DSN
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
           END-IF
           MOVE SPACES TO WS-WINDOW-X
           ACCEPT WS-WINDOW-X FROM ENVIRONMENT 'BATCH_WINDOW'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WINDOW-X IS NUMERIC
               MOVE WS-WINDOW-X TO WS-WINDOW
           END-IF
           MOVE SPACES TO WS-FUNC
           ACCEPT WS-FUNC FROM ENVIRONMENT 'RUNCTL_FUNC'
               ON EXCEPTION CONTINUE
           ACCEPT WS-RERUN FROM ENVIRONMENT 'RUNCTL_RERUN'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-AFTER
           ACCEPT WS-AFTER FROM ENVIRONMENT 'RUNCTL_AFTER'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-STREAM
           ACCEPT WS-STREAM FROM ENVIRONMENT 'RUNCTL_STREAM'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-MEMBERS
           ACCEPT WS-MEMBERS FROM ENVIRONMENT 'RUNCTL_STEPS'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BUS-DATE-X IS NUMERIC
               MOVE WS-BUS-DATE-X TO WS-BUS-DATE
           ELSE
                   PERFORM START-STEP-PARA
               WHEN 'END'
                   PERFORM END-STEP-PARA
               WHEN 'PCLOSE'
                   PERFORM PERIOD-CLOSE-PARA
               WHEN OTHER
                   PERFORM STATUS-PARA
           END-EVALUATE
               WHEN RC-TYPE = 'DATE' AND RC-STATUS = 'CLOSED'
                    AND RC-DATE = WS-BUS-DATE
                   SET WS-DATE-CLOSED TO TRUE
      *        A RESTORE PUTS THE MASTERS BACK TO THE DATE AND RESETS
      *        IT: THE CLOSE AND EVERY STEP RECORDED BEFORE THE RESET
      *        ARE FORGOTTEN SO THE WHOLE NIGHT RUNS AGAIN
               WHEN RC-TYPE = 'DATE' AND RC-STATUS = 'RESET'
                    AND RC-DATE = WS-BUS-DATE
                   MOVE 'N' TO WS-DATE-CLOSED-SW
                   MOVE SPACES TO WS-STEP-STATE
                   MOVE ZERO TO WS-DAY-CNT
               WHEN RC-TYPE = 'STEP' AND RC-DATE = WS-BUS-DATE
                    AND RC-STEP = WS-STEP
                   MOVE RC-STATUS TO WS-STEP-STATE
               WHEN RC-TYPE = 'PERD' AND RC-STATUS = 'CLOSED'
                    AND RC-DATE = WS-BUS-DATE AND RC-STEP = WS-STREAM
                   SET WS-PERIOD-CLOSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RC-TYPE = 'STEP' AND RC-DATE = WS-BUS-DATE
               PERFORM NOTE-DAY-STEP-PARA
           END-IF.
      *    EVERY STEP'S LATEST STATE FOR THE BUSINESS DATE, FOR THE
      *    DEPENDENCY AND PERIOD-CLOSE CHECKS.
       NOTE-DAY-STEP-PARA.
           MOVE RC-STEP TO WS-NAME
           PERFORM FIND-DAY-STEP-PARA
           IF WS-DAY-FOUND
               MOVE RC-STATUS TO WS-DAY-STATE(WS-DAY-IDX)
           ELSE
               IF WS-DAY-CNT < WS-DAY-MAX
                   ADD 1 TO WS-DAY-CNT
                   SET WS-DAY-IDX TO WS-DAY-CNT
                   MOVE RC-STEP TO WS-DAY-STEP(WS-DAY-IDX)
                   MOVE RC-STATUS TO WS-DAY-STATE(WS-DAY-IDX)
               END-IF
           END-IF.
       FIND-DAY-STEP-PARA.
           MOVE 'N' TO WS-DAY-SW
           SET WS-DAY-IDX TO 1
           PERFORM UNTIL WS-DAY-IDX > WS-DAY-CNT OR WS-DAY-FOUND
               IF WS-DAY-STEP(WS-DAY-IDX) = WS-NAME
                   SET WS-DAY-FOUND TO TRUE
               ELSE
                   SET WS-DAY-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-DAY-FOUND
               MOVE WS-DAY-STATE(WS-DAY-IDX) TO WS-NAME-STATE
           ELSE
               MOVE 'NOT RUN' TO WS-NAME-STATE
           END-IF.
       APPEND-RECORD-PARA.
           OPEN EXTEND RUNCTL
           IF WS-RUNCTL-STATUS = '35'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RCP
           MOVE 'DATE' TO RC-TYPE
           MOVE WS-BUS-DATE TO RC-DATE
           MOVE SPACES TO RC-STEP
           MOVE 'OPEN' TO RC-STATUS
           PERFORM APPEND-RECORD-PARA
           PERFORM NOW-PARA
           MOVE SPACES TO RHP
           MOVE 'OPEN' TO RH-TYPE
           MOVE WS-BUS-DATE TO RH-DATE
           MOVE WS-NOW-DATE TO RH-START-DATE
           MOVE WS-NOW-TIME TO RH-START-TIME
           MOVE ZERO TO RH-END-DATE
           MOVE ZERO TO RH-END-TIME
           MOVE ZERO TO RH-ELAPSED
           PERFORM APPEND-HISTORY-PARA
           DISPLAY 'RUNCTL: BUSINESS DATE ' WS-BUS-DATE ' OPENED'.
       CLOSE-DATE-PARA.
           MOVE SPACES TO RCP
           MOVE 'DATE' TO RC-TYPE
           MOVE WS-BUS-DATE TO RC-DATE
           MOVE SPACES TO RC-STEP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AFTER NOT = SPACES
               MOVE WS-AFTER TO WS-NAME-LIST
               PERFORM CHECK-NAMES-PARA
               IF WS-HELD-CNT > ZERO
                   DISPLAY 'RUNCTL: STEP ' WS-STEP ' HELD, '
                       WS-HELD-CNT ' STEP(S) IT WAITS ON HAVE NOT '
                       'ENDED CLEAN FOR ' WS-BUS-DATE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO RCP
           MOVE 'STEP' TO RC-TYPE
           MOVE WS-BUS-DATE TO RC-DATE
           MOVE WS-STEP TO RC-STEP
           MOVE 'STARTED' TO RC-STATUS
           PERFORM APPEND-RECORD-PARA
           PERFORM NOW-PARA
           MOVE SPACES TO RHP
           MOVE 'STRT' TO RH-TYPE
           MOVE WS-BUS-DATE TO RH-DATE
           MOVE WS-STEP TO RH-STEP
           MOVE WS-NOW-DATE TO RH-START-DATE
           MOVE WS-NOW-TIME TO RH-START-TIME
           MOVE ZERO TO RH-END-DATE
           MOVE ZERO TO RH-END-TIME
           MOVE ZERO TO RH-ELAPSED
           PERFORM APPEND-HISTORY-PARA.
      *    A CLEAN END IS TIMED AGAINST THE STEP'S LATEST START FOR
      *    THE DATE; START AND END CARRY THE CALENDAR DATE AS WELL AS
      *    THE CLOCK, SO A STEP RUNNING PAST MIDNIGHT TIMES CORRECTLY.
       END-STEP-PARA.
           MOVE SPACES TO RCP
           MOVE 'STEP' TO RC-TYPE
           MOVE WS-BUS-DATE TO RC-DATE
           MOVE WS-STEP TO RC-STEP
           MOVE 'ENDED' TO RC-STATUS
           PERFORM APPEND-RECORD-PARA
           PERFORM NOW-PARA
           PERFORM LOAD-HISTORY-PARA
           IF WS-START-DATE = ZERO
               DISPLAY 'RUNCTL: NO START TIME ON FILE FOR STEP '
                   WS-STEP ', ELAPSED TIME NOT RECORDED'
           ELSE
               MOVE WS-START-DATE TO WS-STAMP-DATE
               MOVE WS-START-TIME TO WS-STAMP-TIME
               PERFORM STAMP-SECS-PARA
               MOVE WS-STAMP-SECS TO WS-START-SECS
               IF WS-NOW-SECS > WS-START-SECS
                   COMPUTE WS-ELAPSED = WS-NOW-SECS - WS-START-SECS
               END-IF
               MOVE SPACES TO RHP
               MOVE 'DONE' TO RH-TYPE
               MOVE WS-BUS-DATE TO RH-DATE
               MOVE WS-STEP TO RH-STEP
               MOVE WS-START-DATE TO RH-START-DATE
               MOVE WS-START-TIME TO RH-START-TIME
               MOVE WS-NOW-DATE TO RH-END-DATE
               MOVE WS-NOW-TIME TO RH-END-TIME
               MOVE WS-ELAPSED TO RH-ELAPSED
               PERFORM APPEND-HISTORY-PARA
               MOVE WS-ELAPSED TO WS-ELAPSED-ED
               DISPLAY 'RUNCTL: STEP ' WS-STEP ' RAN '
                   WS-ELAPSED-ED ' SECONDS'
           END-IF
           MOVE WS-STEP TO WS-HOLD-STEP
           PERFORM FIND-STEP-PARA
           IF WS-ST-FOUND
               MOVE 'Y' TO WS-ST-TODAY-SW(WS-ST-IDX)
           END-IF
           PERFORM LOAD-CHAIN-PARA
           PERFORM PROJECT-WINDOW-PARA.
       STATUS-PARA.
           DISPLAY 'RUNCTL: CURRENT OPEN BUSINESS DATE: '
               WS-CUR-DATE.
      *    A PERIOD IS ONLY MARKED CLOSED FOR THE BUSINESS DATE ONCE
      *    EVERY MEMBER OF ITS STREAM HAS ENDED CLEAN; OTHERWISE THE
      *    STRAGGLERS ARE NAMED AND THE CLOSE IS HELD.
       PERIOD-CLOSE-PARA.
           IF WS-STREAM = SPACES OR WS-MEMBERS = SPACES
               DISPLAY 'RUNCTL: PERIOD CLOSE NEEDS RUNCTL_STREAM AND '
                   'RUNCTL_STEPS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-CLOSED AND WS-RERUN NOT = 'Y'
               DISPLAY 'RUNCTL: ' WS-STREAM ' ALREADY CLOSED FOR '
                   WS-BUS-DATE ', SET RUNCTL_RERUN=Y TO CLOSE IT '
                   'AGAIN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MEMBERS TO WS-NAME-LIST
           PERFORM CHECK-NAMES-PARA
           IF WS-HELD-CNT > ZERO OR WS-MEMBER-CNT = ZERO
               DISPLAY 'RUNCTL: ' WS-STREAM ' CLOSE FOR ' WS-BUS-DATE
                   ' HELD, ' WS-HELD-CNT ' OF ' WS-MEMBER-CNT
                   ' STEP(S) HAVE NOT ENDED CLEAN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RCP
           MOVE 'PERD' TO RC-TYPE
           MOVE WS-BUS-DATE TO RC-DATE
           MOVE WS-STREAM TO RC-STEP
           MOVE 'CLOSED' TO RC-STATUS
           PERFORM APPEND-RECORD-PARA
           DISPLAY 'RUNCTL: ' WS-STREAM ' CLOSED FOR ' WS-BUS-DATE
               ', ALL ' WS-MEMBER-CNT ' STEP(S) ENDED CLEAN'.
       CHECK-NAMES-PARA.
           MOVE ZERO TO WS-HELD-CNT
           MOVE ZERO TO WS-MEMBER-CNT
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > 120
               MOVE SPACES TO WS-NAME
               UNSTRING WS-NAME-LIST DELIMITED BY ALL SPACE
                   INTO WS-NAME WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-NAME NOT = SPACES
                   ADD 1 TO WS-MEMBER-CNT
                   PERFORM FIND-DAY-STEP-PARA
                   IF WS-NAME-STATE NOT = 'ENDED'
                       ADD 1 TO WS-HELD-CNT
                       DISPLAY 'RUNCTL:   ' WS-NAME ' IS '
                           WS-NAME-STATE
                   END-IF
               END-IF
           END-PERFORM.
       NOW-PARA.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-8 FROM TIME
           MOVE WS-NOW-TIME-8(1:6) TO WS-NOW-TIME
           MOVE WS-NOW-DATE TO WS-STAMP-DATE
           MOVE WS-NOW-TIME TO WS-STAMP-TIME
           PERFORM STAMP-SECS-PARA
           MOVE WS-STAMP-SECS TO WS-NOW-SECS.
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
       APPEND-HISTORY-PARA.
           OPEN EXTEND RUNHIST
           IF WS-RUNHIST-STATUS = '35'
               OPEN OUTPUT RUNHIST
           END-IF
           WRITE RHP
           CLOSE RUNHIST.
      *    ONE PASS OF THE HISTORY PICKS UP WHEN TONIGHT'S DATE WAS
      *    OPENED, WHEN THIS STEP STARTED, WHICH STEPS HAVE ALREADY
      *    ENDED TONIGHT, AND EACH STEP'S RECENT CLEAN RUN TIMES.
       LOAD-HISTORY-PARA.
           INITIALIZE WS-STEP-TABLE
           OPEN INPUT RUNHIST
           IF WS-RUNHIST-STATUS NOT = '00'
               SET WS-RUNHIST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RUNHIST-EOF
               READ RUNHIST
                   AT END SET WS-RUNHIST-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-HIST-PARA
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS = '00' OR WS-RUNHIST-STATUS = '10'
               CLOSE RUNHIST
           END-IF.
       LOAD-ONE-HIST-PARA.
           EVALUATE TRUE
               WHEN RH-TYPE = 'OPEN' AND RH-DATE = WS-BUS-DATE
                   MOVE RH-START-DATE TO WS-OPEN-DATE
                   MOVE RH-START-TIME TO WS-OPEN-TIME
               WHEN RH-TYPE = 'STRT' AND RH-DATE = WS-BUS-DATE
                    AND RH-STEP = WS-STEP
                   MOVE RH-START-DATE TO WS-START-DATE
                   MOVE RH-START-TIME TO WS-START-TIME
               WHEN RH-TYPE = 'DONE'
                   MOVE RH-STEP TO WS-HOLD-STEP
                   PERFORM FIND-STEP-PARA
                   IF WS-ST-FOUND
                       IF RH-DATE = WS-BUS-DATE
                           MOVE 'Y' TO WS-ST-TODAY-SW(WS-ST-IDX)
                       ELSE
                           ADD 1 TO WS-ST-RUNS(WS-ST-IDX)
                           COMPUTE WS-SLOT = FUNCTION MOD
                               (WS-ST-RUNS(WS-ST-IDX) - 1, 5) + 1
                           MOVE RH-ELAPSED TO
                               WS-ST-ELAPSED(WS-ST-IDX, WS-SLOT)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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
               IF WS-STEP-CNT < WS-STEP-MAX
                   ADD 1 TO WS-STEP-CNT
                   SET WS-ST-IDX TO WS-STEP-CNT
                   MOVE WS-HOLD-STEP TO WS-ST-ID(WS-ST-IDX)
                   MOVE ZERO TO WS-ST-RUNS(WS-ST-IDX)
                   MOVE 'N' TO WS-ST-CHAIN-SW(WS-ST-IDX)
                   MOVE 'N' TO WS-ST-TODAY-SW(WS-ST-IDX)
                   SET WS-ST-FOUND TO TRUE
               END-IF
           END-IF.
      *    STEPSLA LISTS THE CHAIN'S STEPS; WITHOUT IT, EVERY STEP
      *    THE HISTORY HAS SEEN IS TAKEN TO BE PART OF THE CHAIN.
       LOAD-CHAIN-PARA.
           OPEN INPUT STEPSLA
           IF WS-STEPSLA-STATUS NOT = '00'
               SET WS-STEPSLA-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-STEPSLA-EOF
               READ STEPSLA
                   AT END SET WS-STEPSLA-EOF TO TRUE
                   NOT AT END
                       IF SS-STEP NOT = SPACES
                           SET WS-CHAIN-LISTED TO TRUE
                           MOVE SS-STEP TO WS-HOLD-STEP
                           PERFORM FIND-STEP-PARA
                           IF WS-ST-FOUND
                               MOVE 'Y' TO WS-ST-CHAIN-SW(WS-ST-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STEPSLA-STATUS = '00' OR WS-STEPSLA-STATUS = '10'
               CLOSE STEPSLA
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
      *    THE CHAIN IS PROJECTED TO END NOW PLUS THE AVERAGE RUN OF
      *    EVERY CHAIN STEP NOT YET ENDED TONIGHT. THE WINDOW CLOSES AT
      *    THE FIRST BATCH_WINDOW CLOCK TIME AFTER THE DATE OPENED.
       PROJECT-WINDOW-PARA.
           MOVE ZERO TO WS-REMAIN-SECS
           SET WS-ST-IDX TO 1
           PERFORM UNTIL WS-ST-IDX > WS-STEP-CNT
               IF WS-ST-TODAY-SW(WS-ST-IDX) NOT = 'Y' AND
                  (WS-ST-CHAIN-SW(WS-ST-IDX) = 'Y' OR
                   NOT WS-CHAIN-LISTED)
                   PERFORM AVERAGE-STEP-PARA
                   ADD WS-AVG-ELAPSED TO WS-REMAIN-SECS
               END-IF
               SET WS-ST-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-PROJECT-SECS = WS-NOW-SECS + WS-REMAIN-SECS
           IF WS-OPEN-DATE = ZERO
               MOVE WS-NOW-DATE TO WS-OPEN-DATE
               MOVE WS-NOW-TIME TO WS-OPEN-TIME
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
           PERFORM CLOCK-PARA
           IF WS-PROJECT-SECS > WS-DEADLINE-SECS
               COMPUTE WS-OVER-MIN =
                   (WS-PROJECT-SECS - WS-DEADLINE-SECS + 59) / 60
               MOVE WS-OVER-MIN TO WS-OVER-ED
               DISPLAY 'RUNCTL: *** BATCH WINDOW WARNING *** '
                   'PROJECTED CHAIN END ' WS-CLOCK-DATE ' '
                   WS-CLOCK-ED ' IS ' WS-OVER-ED
                   ' MIN PAST THE ' WS-WIN-ED ' WINDOW'
           ELSE
               DISPLAY 'RUNCTL: PROJECTED CHAIN END ' WS-CLOCK-DATE
                   ' ' WS-CLOCK-ED ', INSIDE THE ' WS-WIN-ED
                   ' WINDOW'
           END-IF.
