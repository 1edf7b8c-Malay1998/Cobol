           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-AGENT
           FILE STATUS IS WS-AGTMST-STATUS.
           SELECT AGTYTD
           ASSIGN TO DYNAMIC WS-AGTYTD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGTYTD-STATUS.
           SELECT AGTOVR
           ASSIGN TO DYNAMIC WS-AGTOVR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGTOVR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KSDS.
           02 AS-PREM PIC 9(6).9(2).
           02 PIC X.
           02 AS-COMM PIC 9(6).9(2).
           02 PIC X.
           02 AS-WRITER PIC X(4).
       SD WORK.
       01 WORKP.
           02 W-AGENT PIC X(4).
           02 W-KIND PIC X(1).
           02 W-NUM PIC X(5).
           02 W-TYPE PIC X(1).
           02 W-LOB PIC X(7).
           02 W-SUM PIC 9(6)V9(2).
           02 W-WRITER PIC X(4).
       FD CLAWBACK.
       01 CWP.
           02 CW-AGENT PIC X(4).
           02 CW-DATE PIC 9(6).
       FD AGTMST.
           COPY AGTREC.
       FD AGTOVR.
           COPY AGTOVR.
       FD AGTYTD.
           COPY AGTYTD.
       WORKING-STORAGE SECTION.
       01 WS-KSDS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\KSDS.PAT'.
       01 WS-AGTMST-STATUS PIC X(2).
       01 WS-AGTMST-SW PIC X VALUE 'N'.
           88 WS-AGTMST-OPEN VALUE 'Y'.
       01 WS-AGTYTD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTYTD.PAT'.
       01 WS-AGTYTD-DSN PIC X(100).
       01 WS-AGTYTD-STATUS PIC X(2).
       01 WS-AGTOVR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTOVR.PAT'.
       01 WS-AGTOVR-DSN PIC X(100).
       01 WS-AGTOVR-STATUS PIC X(2).
       01 WS-OVR-EOF-SW PIC X VALUE 'N'.
           88 WS-OVR-EOF VALUE 'Y'.
      *    OVERRIDE SCHEDULE: ONE ROW PER MANAGING AGENCY AND LINE,
      *    WITH 'ALL' STANDING FOR ANY AGENCY OR ANY LINE.  THE MOST
      *    SPECIFIC ROW WINS; NO ROW AT ALL MEANS NO OVERRIDE.
       01 WS-OVR-MAX PIC 9(3) COMP VALUE 200.
       01 WS-OVR-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-OVR-TABLE.
           02 WS-OVR-ENTRY OCCURS 200 TIMES INDEXED BY WS-OVR-IDX.
               03 WS-OVR-AGENT PIC X(4).
               03 WS-OVR-LOB PIC X(7).
               03 WS-OVR-RATE PIC V99.
       01 WS-OVR-PCT-FOUND PIC V99.
       01 WS-OVR-RANK PIC 9(1).
       01 WS-OVR-BEST PIC 9(1).
       01 WS-CHAIN-AGENT PIC X(4).
       01 WS-CHAIN-DEPTH PIC 9(2) COMP.
       01 WS-CHAIN-MAX PIC 9(2) COMP VALUE 9.
       01 WS-CHAIN-SW PIC X.
           88 WS-CHAIN-END VALUE 'Y'.
       01 WS-OV-WRITER PIC X(4).
       01 WS-OV-NUM PIC X(5).
       01 WS-OV-LOB PIC X(7).
       01 WS-OV-TYPE PIC X(1).
       01 WS-OV-BASE PIC 9(6)V9(2).
       01 WS-OVR-AMT PIC 9(6)V9(2).
       01 WS-AGENT-DIRECT PIC 9(8)V9(2).
       01 WS-AGENT-OVR PIC 9(8)V9(2).
       01 WS-AGENT-OVR-PREM PIC 9(8)V9(2).
       01 WS-YTD-GROSS PIC 9(8)V9(2).
       01 WS-YTD-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OVR-LINE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OVR-TOTAL PIC 9(9)V9(2) VALUE ZERO.
       01 WS-REV-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REV-TOTAL PIC 9(9)V9(2) VALUE ZERO.
       01 WS-AGT-RATE-SW PIC X.
           88 WS-AGT-RATE-FOUND VALUE 'Y'.
       01 WS-KSDS-STATUS PIC X(2).
               SET WS-AGTMST-OPEN TO TRUE
           ELSE
               DISPLAY 'AGTCOMM: NO AGENT MASTER, PAYING HOUSE '
                   'COMMISSION RATES AND NO OVERRIDES'
           END-IF.
           PERFORM LOAD-OVERRIDE-PARA.
           OPEN INPUT KSDS.
           IF WS-KSDS-STATUS NOT = '00'
               DISPLAY 'AGTCOMM: UNABLE TO OPEN KSDS FILE, STATUS='
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO ASP.
           WRITE ASP.
           OPEN EXTEND AGTYTD.
           IF WS-AGTYTD-STATUS = '35'
               OPEN OUTPUT AGTYTD
           END-IF.
           SORT WORK ON ASCENDING KEY W-AGENT
                     ON ASCENDING KEY W-KIND
                     ON ASCENDING KEY W-NUM
           INPUT PROCEDURE IS RELEASE-KSDS-PARA
           OUTPUT PROCEDURE IS STATEMENT-PARA.
           MOVE WS-EXPECT-TRL TO ASP.
           WRITE ASP.
           CLOSE AGTSTMT.
           CLOSE AGTYTD.
           CLOSE CLAWBACK.
           IF WS-AGTMST-OPEN
               CLOSE AGTMST
           END-ACCEPT
           IF WS-AGTMST-DSN = SPACES
               MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           END-IF
           MOVE WS-AGTOVR-DSN-DFLT TO WS-AGTOVR-DSN
           ACCEPT WS-AGTOVR-DSN FROM ENVIRONMENT 'AGTOVR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTOVR-DSN = SPACES
               MOVE WS-AGTOVR-DSN-DFLT TO WS-AGTOVR-DSN
           END-IF
           MOVE WS-AGTYTD-DSN-DFLT TO WS-AGTYTD-DSN
           ACCEPT WS-AGTYTD-DSN FROM ENVIRONMENT 'AGTYTD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTYTD-DSN = SPACES
               MOVE WS-AGTYTD-DSN-DFLT TO WS-AGTYTD-DSN
           END-IF.
       LOAD-COMM-TABLE-PARA.
           MOVE 'LIFE   ' TO WS-COMM-LOB(1)
           MOVE .07 TO WS-COMM-PCT(5)
           MOVE 'TRAVEL ' TO WS-COMM-LOB(6)
           MOVE .05 TO WS-COMM-PCT(6).
       LOAD-OVERRIDE-PARA.
           OPEN INPUT AGTOVR
           IF WS-AGTOVR-STATUS NOT = '00'
               DISPLAY 'AGTCOMM: NO OVERRIDE SCHEDULE, NO OVERRIDES '
                   'PAID'
               SET WS-OVR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-OVR-EOF
               READ AGTOVR
                   AT END SET WS-OVR-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-OVERRIDE-PARA
               END-READ
           END-PERFORM
           IF WS-AGTOVR-STATUS = '00' OR WS-AGTOVR-STATUS = '10'
               CLOSE AGTOVR
           END-IF.
       LOAD-ONE-OVERRIDE-PARA.
           IF WS-OVR-CNT >= WS-OVR-MAX
               DISPLAY 'AGTCOMM: OVERRIDE SCHEDULE FULL, ROW FOR '
                   OV-AGENT ' ' OV-LOB ' IGNORED'
           ELSE
               IF OV-RATE IS NUMERIC
                   ADD 1 TO WS-OVR-CNT
                   SET WS-OVR-IDX TO WS-OVR-CNT
                   MOVE OV-AGENT TO WS-OVR-AGENT(WS-OVR-IDX)
                   MOVE OV-LOB TO WS-OVR-LOB(WS-OVR-IDX)
                   MOVE OV-RATE TO WS-OVR-RATE(WS-OVR-IDX)
               ELSE
                   DISPLAY 'AGTCOMM: OVERRIDE RATE NOT NUMERIC FOR '
                       OV-AGENT ' ' OV-LOB ', ROW IGNORED'
               END-IF
           END-IF.
      *    THE STATUS ALTERNATE INDEX HANDS BACK ONLY THE ACTIVE
      *    SLICE OF THE MASTER, SO THE NIGHTLY RUN NO LONGER READS
      *    EVERY POLICY ON THE BOOK.
           PERFORM RELEASE-CLAWBACK-PARA.
       RELEASE-ONE-PARA.
           MOVE O-AGENT TO W-AGENT
           MOVE 'D' TO W-KIND
           MOVE O-NUM TO W-NUM
           MOVE 'D' TO W-TYPE
           MOVE O-LOB TO W-LOB
           MOVE O-SUM TO W-SUM
           MOVE O-AGENT TO W-WRITER
           RELEASE WORKP
           MOVE O-AGENT TO WS-OV-WRITER
           MOVE O-NUM TO WS-OV-NUM
           MOVE O-LOB TO WS-OV-LOB
           MOVE O-SUM TO WS-OV-BASE
           MOVE 'O' TO WS-OV-TYPE
           PERFORM RELEASE-CHAIN-PARA.
      *    EVERY MANAGING AGENCY ABOVE THE WRITING AGENT, UP TO THE
      *    TOP OF THE CHAIN, EARNS ITS OWN OVERRIDE ON THE SAME
      *    PREMIUM, AND A CLAWBACK REVERSES EACH OF THOSE OVERRIDES
      *    ON THE PREMIUM REFUNDED.  A REVOKED AGENCY EARNS NOTHING
      *    NEW BUT THE CHAIN CARRIES ON ABOVE IT; AN OVERRIDE IT WAS
      *    PAID BEFORE IT WAS REVOKED IS STILL REVERSED ON A CLAWBACK.
       RELEASE-CHAIN-PARA.
           IF WS-AGTMST-OPEN
               MOVE WS-OV-WRITER TO WS-CHAIN-AGENT
               MOVE ZERO TO WS-CHAIN-DEPTH
               MOVE 'N' TO WS-CHAIN-SW
               PERFORM UNTIL WS-CHAIN-END
                   PERFORM CHAIN-LEVEL-PARA
               END-PERFORM
           END-IF.
       CHAIN-LEVEL-PARA.
           MOVE WS-CHAIN-AGENT TO AG-AGENT
           READ AGTMST
               INVALID KEY SET WS-CHAIN-END TO TRUE
           END-READ
           IF NOT WS-CHAIN-END
               IF WS-CHAIN-DEPTH > ZERO
                  AND (WS-OV-TYPE = 'R' OR NOT AG-REVOKED)
                   MOVE AG-AGENT TO W-AGENT
                   MOVE 'O' TO W-KIND
                   MOVE WS-OV-NUM TO W-NUM
                   MOVE WS-OV-TYPE TO W-TYPE
                   MOVE WS-OV-LOB TO W-LOB
                   MOVE WS-OV-BASE TO W-SUM
                   MOVE WS-OV-WRITER TO W-WRITER
                   RELEASE WORKP
               END-IF
               EVALUATE TRUE
                   WHEN AG-PARENT = SPACES OR AG-PARENT = LOW-VALUES
                       SET WS-CHAIN-END TO TRUE
                   WHEN WS-CHAIN-DEPTH >= WS-CHAIN-MAX
                       DISPLAY 'AGTCOMM: AGENCY CHAIN ABOVE '
                           WS-OV-WRITER ' DEEPER THAN ' WS-CHAIN-MAX
                           ' LEVELS, OVERRIDES STOPPED AT ' AG-AGENT
                       SET WS-CHAIN-END TO TRUE
                   WHEN OTHER
                       MOVE AG-PARENT TO WS-CHAIN-AGENT
                       ADD 1 TO WS-CHAIN-DEPTH
               END-EVALUATE
           END-IF.
       RELEASE-CLAWBACK-PARA.
           OPEN INPUT CLAWBACK
           IF WS-CLAWBACK-STATUS = '35'
           PERFORM UNTIL WS-CLAW-EOF
               READ CLAWBACK
                   AT END SET WS-CLAW-EOF TO TRUE
                   NOT AT END PERFORM RELEASE-ONE-CLAWBACK-PARA
               END-READ
           END-PERFORM
           IF WS-CLAWBACK-STATUS NOT = '35'
               CLOSE CLAWBACK
           END-IF.
      *    A ROLLED SHORTFALL (NO POLICY NUMBER) IS THE AGENT'S OWN
      *    DEBT CARRIED FORWARD, NOT A NEW CANCELLATION, SO IT HAS NO
      *    OVERRIDES TO REVERSE.
       RELEASE-ONE-CLAWBACK-PARA.
           MOVE CW-AGENT TO W-AGENT
           MOVE 'D' TO W-KIND
           MOVE CW-NUM TO W-NUM
           MOVE 'C' TO W-TYPE
           MOVE CW-LOB TO W-LOB
           MOVE CW-COMM TO W-SUM
           MOVE CW-AGENT TO W-WRITER
           RELEASE WORKP
           IF CW-NUM NOT = SPACES
               MOVE CW-AGENT TO WS-OV-WRITER
               MOVE CW-NUM TO WS-OV-NUM
               MOVE CW-LOB TO WS-OV-LOB
               MOVE CW-REFUND TO WS-OV-BASE
               MOVE 'R' TO WS-OV-TYPE
               PERFORM RELEASE-CHAIN-PARA
           END-IF.
      *    THE OLD CLAWBACK FILE WAS FULLY CONSUMED BY THE INPUT
      *    PROCEDURE, SO IT IS REWRITTEN HERE IN PLACE: AFTER THE
      *    RUN IT HOLDS ONLY THE SHORTFALLS THAT COULD NOT BE
           IF WS-FIRST-REC OR W-AGENT NOT = WS-PREV-AGENT
               MOVE ZERO TO WS-AGENT-COMM
               MOVE ZERO TO WS-AGENT-PREM
               MOVE ZERO TO WS-AGENT-DIRECT
               MOVE ZERO TO WS-AGENT-OVR
               MOVE ZERO TO WS-AGENT-OVR-PREM
               ADD 1 TO WS-AGENT-CNT
           END-IF
           SET WS-FIRST-NO TO TRUE
           MOVE W-AGENT TO WS-PREV-AGENT
           EVALUATE W-TYPE
               WHEN 'C'
                   PERFORM CLAWBACK-LINE-PARA
               WHEN 'O'
                   PERFORM OVERRIDE-LINE-PARA
               WHEN 'R'
                   PERFORM REVERSAL-LINE-PARA
               WHEN OTHER
                   PERFORM DETAIL-LINE-PARA
           END-EVALUATE.
       DETAIL-LINE-PARA.
           PERFORM LOOKUP-COMM-PARA
           COMPUTE WS-COMM-AMT ROUNDED = W-SUM * WS-COMM-PCT-FOUND
           MOVE W-LOB TO AS-LOB
           MOVE W-SUM TO AS-PREM
           MOVE WS-COMM-AMT TO AS-COMM
           MOVE W-WRITER TO AS-WRITER
           WRITE ASP
           ADD 1 TO WS-OUT-CNT
           ADD 1 TO WS-POLICY-CNT
           ADD W-SUM TO WS-AGENT-PREM
           ADD WS-COMM-AMT TO WS-AGENT-DIRECT
           ADD WS-COMM-AMT TO WS-AGENT-COMM
           ADD WS-COMM-AMT TO WS-GRAND-COMM.
      *    AN OVERRIDE LINE CARRIES THE SUB-AGENT WHO WROTE THE
      *    BUSINESS IN AS-WRITER.  AN AGENCY WITH NO OVERRIDE RATE FOR
      *    THE LINE GETS NO LINE AT ALL.
       OVERRIDE-LINE-PARA.
           PERFORM LOOKUP-OVERRIDE-PARA
           COMPUTE WS-OVR-AMT ROUNDED = W-SUM * WS-OVR-PCT-FOUND
           IF WS-OVR-AMT > ZERO
               MOVE 'O' TO AS-TYPE
               MOVE W-AGENT TO AS-AGENT
               MOVE W-NUM TO AS-POLICY
               MOVE W-LOB TO AS-LOB
               MOVE W-SUM TO AS-PREM
               MOVE WS-OVR-AMT TO AS-COMM
               MOVE W-WRITER TO AS-WRITER
               WRITE ASP
               ADD 1 TO WS-OUT-CNT
               ADD 1 TO WS-OVR-LINE-CNT
               ADD WS-OVR-AMT TO WS-OVR-TOTAL
               ADD W-SUM TO WS-AGENT-OVR-PREM
               ADD WS-OVR-AMT TO WS-AGENT-OVR
               ADD WS-OVR-AMT TO WS-AGENT-COMM
               ADD WS-OVR-AMT TO WS-GRAND-COMM
           END-IF.
       REVERSAL-LINE-PARA.
           PERFORM LOOKUP-OVERRIDE-PARA
           COMPUTE WS-OVR-AMT ROUNDED = W-SUM * WS-OVR-PCT-FOUND
           IF WS-OVR-AMT > ZERO
               MOVE 'R' TO AS-TYPE
               MOVE W-AGENT TO AS-AGENT
               MOVE W-NUM TO AS-POLICY
               MOVE W-LOB TO AS-LOB
               MOVE ZERO TO AS-PREM
               MOVE WS-OVR-AMT TO AS-COMM
               MOVE W-WRITER TO AS-WRITER
               WRITE ASP
               ADD 1 TO WS-OUT-CNT
               ADD 1 TO WS-REV-CNT
               ADD WS-OVR-AMT TO WS-REV-TOTAL
               SUBTRACT WS-OVR-AMT FROM WS-AGENT-COMM
               SUBTRACT WS-OVR-AMT FROM WS-GRAND-COMM
           END-IF.
       CLAWBACK-LINE-PARA.
           MOVE W-SUM TO WS-CLAW-AMT
           MOVE 'C' TO AS-TYPE
           MOVE W-LOB TO AS-LOB
           MOVE ZERO TO AS-PREM
           MOVE WS-CLAW-AMT TO AS-COMM
           MOVE W-WRITER TO AS-WRITER
           WRITE ASP
           ADD 1 TO WS-OUT-CNT
           ADD 1 TO WS-CLAW-APPLIED
               ADD WS-ROLL-AMT TO WS-GRAND-COMM
               MOVE ZERO TO WS-AGENT-COMM
           END-IF
           MOVE SPACES TO ASP
           MOVE 'S' TO AS-TYPE
           MOVE WS-PREV-AGENT TO AS-AGENT
           MOVE 'DIRECT' TO AS-LOB
           MOVE WS-AGENT-PREM TO AS-PREM
           MOVE WS-AGENT-DIRECT TO AS-COMM
           WRITE ASP
           ADD 1 TO WS-OUT-CNT
           IF WS-AGENT-OVR-PREM > ZERO
               MOVE 'OVERRID' TO AS-LOB
               MOVE WS-AGENT-OVR-PREM TO AS-PREM
               MOVE WS-AGENT-OVR TO AS-COMM
               WRITE ASP
               ADD 1 TO WS-OUT-CNT
           END-IF
           MOVE 'T' TO AS-TYPE
           MOVE WS-PREV-AGENT TO AS-AGENT
           MOVE SPACES TO AS-POLICY
           MOVE WS-AGENT-PREM TO AS-PREM
           MOVE WS-AGENT-COMM TO AS-COMM
           WRITE ASP
           ADD 1 TO WS-OUT-CNT
           PERFORM WRITE-YTD-PARA.
      *    ONE ROW PER AGENT PER RUN FEEDS THE YEAR-END EARNINGS
      *    STATEMENT: COMMISSION EARNED, AND WHAT WAS ACTUALLY PAID
      *    ONCE CLAWBACKS AND OVERRIDE REVERSALS WERE RECOVERED.  A
      *    RERUN FOR THE SAME MONTH WRITES A LATER ROW THAT REPLACES
      *    THE EARLIER ONE.
       WRITE-YTD-PARA.
           MOVE SPACES TO YTP
           MOVE WS-PREV-AGENT TO YT-AGENT
           MOVE WS-BUS-DATE(3:4) TO YT-MONTH
           MOVE WS-BUS-DATE TO YT-RUN-DATE
           COMPUTE WS-YTD-GROSS = WS-AGENT-DIRECT + WS-AGENT-OVR
           MOVE WS-YTD-GROSS TO YT-GROSS
           MOVE WS-AGENT-COMM TO YT-PAID
           WRITE YTP
           ADD 1 TO WS-YTD-CNT.
      *    THE AGENT'S CONTRACTED RATE FOR THE LINE WINS WHEN THE
      *    AGENT IS ON THE MASTER; THE HOUSE TABLE ONLY BACKS UP
      *    AGENTS (OR RUNS) THE MASTER DOES NOT COVER.
                       END-EVALUATE
               END-READ
           END-IF.
       LOOKUP-OVERRIDE-PARA.
           MOVE ZERO TO WS-OVR-PCT-FOUND
           MOVE ZERO TO WS-OVR-BEST
           SET WS-OVR-IDX TO 1
           PERFORM UNTIL WS-OVR-IDX > WS-OVR-CNT
               MOVE ZERO TO WS-OVR-RANK
               EVALUATE TRUE
                   WHEN WS-OVR-AGENT(WS-OVR-IDX) = W-AGENT AND
                        WS-OVR-LOB(WS-OVR-IDX) = W-LOB
                       MOVE 4 TO WS-OVR-RANK
                   WHEN WS-OVR-AGENT(WS-OVR-IDX) = W-AGENT AND
                        WS-OVR-LOB(WS-OVR-IDX) = 'ALL'
                       MOVE 3 TO WS-OVR-RANK
                   WHEN WS-OVR-AGENT(WS-OVR-IDX) = 'ALL' AND
                        WS-OVR-LOB(WS-OVR-IDX) = W-LOB
                       MOVE 2 TO WS-OVR-RANK
                   WHEN WS-OVR-AGENT(WS-OVR-IDX) = 'ALL' AND
                        WS-OVR-LOB(WS-OVR-IDX) = 'ALL'
                       MOVE 1 TO WS-OVR-RANK
               END-EVALUATE
               IF WS-OVR-RANK > WS-OVR-BEST
                   MOVE WS-OVR-RANK TO WS-OVR-BEST
                   MOVE WS-OVR-RATE(WS-OVR-IDX) TO WS-OVR-PCT-FOUND
               END-IF
               SET WS-OVR-IDX UP BY 1
           END-PERFORM.
       HOUSE-RATE-PARA.
           MOVE .05 TO WS-COMM-PCT-FOUND
           MOVE 'N' TO WS-COMM-SW
           DISPLAY 'POLICY DETAIL LINES: ' WS-POLICY-CNT.
           DISPLAY 'CLAWBACKS NETTED   : ' WS-CLAW-APPLIED.
           DISPLAY 'CLAWBACK AMOUNT    : ' WS-CLAW-TOTAL.
           DISPLAY 'OVERRIDE LINES     : ' WS-OVR-LINE-CNT.
           DISPLAY 'OVERRIDE AMOUNT    : ' WS-OVR-TOTAL.
           DISPLAY 'OVERRIDES REVERSED : ' WS-REV-CNT.
           DISPLAY 'REVERSED AMOUNT    : ' WS-REV-TOTAL.
           DISPLAY 'SHORTFALLS ROLLED  : ' WS-ROLL-CNT.
           DISPLAY 'YEAR-TO-DATE ROWS  : ' WS-YTD-CNT.
           DISPLAY 'TOTAL COMMISSION   : ' WS-GRAND-COMM.
