       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSRAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KSDS
           ASSIGN TO DYNAMIC WS-KSDS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS O-NUM
           ALTERNATE RECORD KEY IS O-AGENT WITH DUPLICATES
           ALTERNATE RECORD KEY IS O-CUST WITH DUPLICATES
           ALTERNATE RECORD KEY IS O-STATUS WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.
           SELECT CLAIMMST
           ASSIGN TO DYNAMIC WS-CLAIMMST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMMST-STATUS.
           SELECT AGTMST
           ASSIGN TO DYNAMIC WS-AGTMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-AGENT
           FILE STATUS IS WS-AGTMST-STATUS.
           SELECT RCVLDGN
           ASSIGN TO DYNAMIC WS-RCVLDGN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCVLDGN-STATUS.
           SELECT LRHIST
           ASSIGN TO DYNAMIC WS-LRHIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LRHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KSDS.
           COPY POLYOUT.
       FD CLAIMMST.
           COPY CLAIMREC.
       FD AGTMST.
           COPY AGTREC.
       FD RCVLDGN.
       01 RNP.
           02 RN-CLAIM PIC X(8).
           02 PIC X.
           02 RN-TYPE PIC X(7).
           02 PIC X.
           02 RN-POLICY PIC X(5).
           02 PIC X.
           02 RN-LOB PIC X(7).
           02 PIC X.
           02 RN-EXPECTED PIC 9(6).9(2).
           02 PIC X.
           02 RN-RECEIVED PIC 9(6).9(2).
           02 PIC X.
           02 RN-STATUS PIC X(8).
           02 PIC X.
           02 RN-OPEN-DATE PIC 9(8).
           02 PIC X.
           02 RN-LAST-DATE PIC 9(8).
           02 PIC X.
           02 RN-PARTY PIC X(20).
       FD LRHIST.
       01 LHP.
           02 LH-DATE PIC 9(8).
           02 PIC X.
           02 LH-AGENT PIC X(4).
           02 PIC X.
           02 LH-EARNED PIC 9(11).9(2).
           02 PIC X.
           02 LH-INCURRED PIC 9(11).9(2).
           02 PIC X.
           02 LH-RATIO PIC 9(5).9(2).
       WORKING-STORAGE SECTION.
       01 WS-KSDS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\KSDS.PAT'.
       01 WS-KSDS-DSN PIC X(100).
       01 WS-CLAIMMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLAIMMST.PAT'.
       01 WS-CLAIMMST-DSN PIC X(100).
       01 WS-AGTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTMST.PAT'.
       01 WS-AGTMST-DSN PIC X(100).
       01 WS-RCVLDGN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RCVLDGN.PAT'.
       01 WS-RCVLDGN-DSN PIC X(100).
       01 WS-LRHIST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\LRHIST.PAT'.
       01 WS-LRHIST-DSN PIC X(100).
       01 WS-KSDS-STATUS PIC X(2).
       01 WS-CLAIMMST-STATUS PIC X(2).
       01 WS-AGTMST-STATUS PIC X(2).
       01 WS-RCVLDGN-STATUS PIC X(2).
       01 WS-LRHIST-STATUS PIC X(2).
       01 WS-KSDS-EOF-SW PIC X VALUE 'N'.
           88 WS-KSDS-EOF VALUE 'Y'.
       01 WS-CLAIM-EOF-SW PIC X VALUE 'N'.
           88 WS-CLAIM-EOF VALUE 'Y'.
       01 WS-RCV-EOF-SW PIC X VALUE 'N'.
           88 WS-RCV-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SW PIC X VALUE 'N'.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-AGTMST-SW PIC X VALUE 'N'.
           88 WS-AGTMST-OPEN VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-TARGET-X PIC X(3).
       01 WS-TARGET PIC 9(3) VALUE 65.
       01 WS-PERIODS-X PIC X(2).
       01 WS-PERIODS PIC 9(2) VALUE 3.
       01 WS-POL-SUM PIC 9(6)V9(2).
       01 WS-POL-EARNED PIC 9(6)V9(2).
       01 WS-CLM-PAID PIC 9(6)V9(2).
       01 WS-CLM-RESERVE PIC 9(6)V9(2).
       01 WS-CLM-RECOV PIC 9(6)V9(2).
       01 WS-RCV-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-RCV-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RCV-TABLE.
           02 WS-RCV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-RCV-IDX.
               03 WS-RCV-CLAIM PIC X(8).
               03 WS-RCV-AMT PIC 9(6)V9(2).
       01 WS-RCV-SW PIC X.
           88 WS-RCV-FOUND VALUE 'Y'.
       01 WS-HOLD-LOB PIC X(7).
       01 WS-HOLD-AGENT PIC X(4).
       01 WS-LOB-MAX PIC 9(3) COMP VALUE 20.
       01 WS-LOB-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-LOB-TABLE.
           02 WS-LOB-ENTRY OCCURS 20 TIMES INDEXED BY WS-LOB-IDX.
               03 WS-LOB-ID PIC X(7).
               03 WS-LOB-POLS PIC 9(7) COMP.
               03 WS-LOB-CLAIMS PIC 9(7) COMP.
               03 WS-LOB-EARNED PIC 9(11)V9(2).
               03 WS-LOB-PAID PIC 9(11)V9(2).
               03 WS-LOB-RECOV PIC 9(11)V9(2).
               03 WS-LOB-RESERVE PIC 9(11)V9(2).
       01 WS-LOB-SW PIC X.
           88 WS-LOB-FOUND VALUE 'Y'.
       01 WS-AGT-MAX PIC 9(3) COMP VALUE 500.
       01 WS-AGT-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-AGT-TABLE.
           02 WS-AGT-ENTRY OCCURS 500 TIMES INDEXED BY WS-AGT-IDX.
               03 WS-AGT-ID PIC X(4).
               03 WS-AGT-POLS PIC 9(7) COMP.
               03 WS-AGT-CLAIMS PIC 9(7) COMP.
               03 WS-AGT-EARNED PIC 9(11)V9(2).
               03 WS-AGT-PAID PIC 9(11)V9(2).
               03 WS-AGT-RECOV PIC 9(11)V9(2).
               03 WS-AGT-RESERVE PIC 9(11)V9(2).
               03 WS-AGT-STREAK PIC 9(3) COMP.
               03 WS-AGT-HIST-DATE PIC 9(8).
               03 WS-AGT-PRIOR-STREAK PIC 9(3) COMP.
       01 WS-AGT-SW PIC X.
           88 WS-AGT-FOUND VALUE 'Y'.
       01 WS-POLICY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CLAIM-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ORPHAN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OVER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-WATCH-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-HIST-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-EARNED-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-PAID-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-RECOV-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-NET-PAID PIC 9(11)V9(2).
       01 WS-RESERVE-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-INCURRED PIC 9(11)V9(2).
       01 WS-RATIO PIC 9(5)V9(2).
       01 WS-RATIO-ED PIC ZZZZ9.99.
       01 WS-FLAG PIC X(18).
       01 WS-AGT-NAME PIC X(25).
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'LOSSRAT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE SPACES TO WS-TARGET-X
           ACCEPT WS-TARGET-X FROM ENVIRONMENT 'LR_TARGET'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TARGET-X IS NUMERIC
               MOVE WS-TARGET-X TO WS-TARGET
           END-IF
           MOVE SPACES TO WS-PERIODS-X
           ACCEPT WS-PERIODS-X FROM ENVIRONMENT 'LR_PERIODS'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PERIODS-X IS NUMERIC
               MOVE WS-PERIODS-X TO WS-PERIODS
           END-IF
           OPEN INPUT KSDS.
           IF WS-KSDS-STATUS NOT = '00'
               DISPLAY 'LOSSRAT: UNABLE TO OPEN KSDS FILE, STATUS='
                   WS-KSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLAIMMST.
           IF WS-CLAIMMST-STATUS = '35'
               DISPLAY 'LOSSRAT: NO CLAIM MASTER ON HAND, LOSSES '
                   'REPORTED AT ZERO'
               SET WS-CLAIM-EOF TO TRUE
           END-IF.
           OPEN INPUT AGTMST.
           IF WS-AGTMST-STATUS = '00'
               SET WS-AGTMST-OPEN TO TRUE
           ELSE
               DISPLAY 'LOSSRAT: NO AGENT MASTER, AGENT NAMES NOT '
                   'SHOWN'
           END-IF.
           PERFORM LOAD-RECOVERY-PARA.
           MOVE LOW-VALUES TO O-NUM
           START KSDS KEY IS NOT LESS THAN O-NUM
               INVALID KEY SET WS-KSDS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-KSDS-EOF
               READ KSDS NEXT RECORD
                   AT END SET WS-KSDS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POLICY-CNT
                       PERFORM EARN-ONE-PARA
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-CLAIM-EOF
               READ CLAIMMST
                   AT END SET WS-CLAIM-EOF TO TRUE
                   NOT AT END
                       IF CLM(1:3) = 'HDR' OR CLM(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-CLAIM-CNT
                           PERFORM LOSS-ONE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KSDS.
           IF WS-CLAIMMST-STATUS NOT = '35'
               CLOSE CLAIMMST
           END-IF.
           PERFORM LOAD-HISTORY-PARA.
           PERFORM LOB-REPORT-PARA.
           PERFORM AGENT-REPORT-PARA.
           PERFORM TOTAL-REPORT-PARA.
           IF WS-AGTMST-OPEN
               CLOSE AGTMST
           END-IF.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
           ACCEPT WS-KSDS-DSN FROM ENVIRONMENT 'KSDS_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-KSDS-DSN = SPACES
               MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
           END-IF
           MOVE WS-CLAIMMST-DSN-DFLT TO WS-CLAIMMST-DSN
           ACCEPT WS-CLAIMMST-DSN FROM ENVIRONMENT 'CLAIMMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLAIMMST-DSN = SPACES
               MOVE WS-CLAIMMST-DSN-DFLT TO WS-CLAIMMST-DSN
           END-IF
           MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           ACCEPT WS-AGTMST-DSN FROM ENVIRONMENT 'AGTMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTMST-DSN = SPACES
               MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           END-IF
           MOVE WS-LRHIST-DSN-DFLT TO WS-LRHIST-DSN
           ACCEPT WS-LRHIST-DSN FROM ENVIRONMENT 'LRHIST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LRHIST-DSN = SPACES
               MOVE WS-LRHIST-DSN-DFLT TO WS-LRHIST-DSN
           END-IF
           MOVE WS-RCVLDGN-DSN-DFLT TO WS-RCVLDGN-DSN
           ACCEPT WS-RCVLDGN-DSN FROM ENVIRONMENT 'RCVLDGN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RCVLDGN-DSN = SPACES
               MOVE WS-RCVLDGN-DSN-DFLT TO WS-RCVLDGN-DSN
           END-IF.
      *    SUBROGATION AND SALVAGE MONEY RECEIVED SO FAR IS TOTALLED
      *    PER CLAIM FROM SUBRO'S LEDGER, SO PAID LOSSES CAN BE SHOWN
      *    GROSS AND NET.  NO LEDGER MEANS NOTHING RECOVERED YET.
       LOAD-RECOVERY-PARA.
           OPEN INPUT RCVLDGN
           IF WS-RCVLDGN-STATUS = '35'
               DISPLAY 'LOSSRAT: NO RECOVERY LEDGER ON HAND, PAID '
                   'LOSSES SHOWN WITHOUT RECOVERIES'
               SET WS-RCV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RCV-EOF
               READ RCVLDGN
                   AT END SET WS-RCV-EOF TO TRUE
                   NOT AT END
                       IF RNP(1:3) = 'HDR' OR RNP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-RECOVERY-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RCVLDGN-STATUS NOT = '35'
               CLOSE RCVLDGN
           END-IF.
       LOAD-ONE-RECOVERY-PARA.
           MOVE 'N' TO WS-RCV-SW
           SET WS-RCV-IDX TO 1
           PERFORM UNTIL WS-RCV-IDX > WS-RCV-CNT OR WS-RCV-FOUND
               IF WS-RCV-CLAIM(WS-RCV-IDX) = RN-CLAIM
                   SET WS-RCV-FOUND TO TRUE
               ELSE
                   SET WS-RCV-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-RCV-FOUND
               IF WS-RCV-CNT >= WS-RCV-MAX
                   DISPLAY 'LOSSRAT: RECOVERY TABLE FULL, ' RN-CLAIM
                       ' SHOWN GROSS'
               ELSE
                   ADD 1 TO WS-RCV-CNT
                   SET WS-RCV-IDX TO WS-RCV-CNT
                   MOVE RN-CLAIM TO WS-RCV-CLAIM(WS-RCV-IDX)
                   MOVE ZERO TO WS-RCV-AMT(WS-RCV-IDX)
                   SET WS-RCV-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-RCV-FOUND AND RN-RECEIVED(1:6) IS NUMERIC
              AND RN-RECEIVED(8:2) IS NUMERIC
               MOVE RN-RECEIVED TO WS-CLM-RECOV
               ADD WS-CLM-RECOV TO WS-RCV-AMT(WS-RCV-IDX)
           END-IF.
      *    EARNED PREMIUM IS STRUCK THE SAME WAY UPRVAL STRIKES IT:
      *    A POLICY STILL RUNNING HAS EARNED O-ELAPSED OF ITS O-TERM
      *    MONTHS OF O-SUM, ANYTHING ELSE HAS EARNED THE LOT.
       EARN-ONE-PARA.
           MOVE ZERO TO WS-POL-SUM
           IF O-SUM(1:6) IS NUMERIC AND O-SUM(8:2) IS NUMERIC
               MOVE O-SUM TO WS-POL-SUM
           END-IF
           IF O-STATUS = 'ACTIVE' AND O-TERM IS NUMERIC
              AND O-TERM > ZERO AND O-ELAPSED IS NUMERIC
              AND O-ELAPSED < O-TERM
               COMPUTE WS-POL-EARNED ROUNDED =
                   (WS-POL-SUM * O-ELAPSED) / O-TERM
           ELSE
               MOVE WS-POL-SUM TO WS-POL-EARNED
           END-IF
           ADD WS-POL-EARNED TO WS-EARNED-TOTAL
           MOVE O-LOB TO WS-HOLD-LOB
           MOVE O-AGENT TO WS-HOLD-AGENT
           PERFORM FIND-LOB-PARA
           ADD 1 TO WS-LOB-POLS(WS-LOB-IDX)
           ADD WS-POL-EARNED TO WS-LOB-EARNED(WS-LOB-IDX)
           PERFORM FIND-AGENT-PARA
           ADD 1 TO WS-AGT-POLS(WS-AGT-IDX)
           ADD WS-POL-EARNED TO WS-AGT-EARNED(WS-AGT-IDX).
      *    A CLAIM IS CHARGED TO THE LINE IT WAS BOOKED UNDER AND TO
      *    THE AGENT WHO WROTE ITS POLICY.  A CLAIM WHOSE POLICY HAS
      *    SINCE LEFT THE MASTER STILL COUNTS TO ITS LINE AND THE
      *    COMPANY, AND GOES TO AGENT '????' SO THE TOTALS TIE.
       LOSS-ONE-PARA.
           MOVE ZERO TO WS-CLM-PAID
           MOVE ZERO TO WS-CLM-RESERVE
           IF CM-PAID(1:6) IS NUMERIC AND CM-PAID(8:2) IS NUMERIC
               MOVE CM-PAID TO WS-CLM-PAID
           END-IF
           IF CM-RESERVE(1:6) IS NUMERIC AND
              CM-RESERVE(8:2) IS NUMERIC
               MOVE CM-RESERVE TO WS-CLM-RESERVE
           END-IF
           PERFORM FIND-RECOVERY-PARA
           ADD WS-CLM-PAID TO WS-PAID-TOTAL
           ADD WS-CLM-RECOV TO WS-RECOV-TOTAL
           ADD WS-CLM-RESERVE TO WS-RESERVE-TOTAL
           MOVE CM-POLICY TO O-NUM
           READ KSDS
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-CNT
                   MOVE '????' TO WS-HOLD-AGENT
               NOT INVALID KEY
                   MOVE O-AGENT TO WS-HOLD-AGENT
           END-READ
           MOVE CM-LOB TO WS-HOLD-LOB
           PERFORM FIND-LOB-PARA
           ADD 1 TO WS-LOB-CLAIMS(WS-LOB-IDX)
           ADD WS-CLM-PAID TO WS-LOB-PAID(WS-LOB-IDX)
           ADD WS-CLM-RECOV TO WS-LOB-RECOV(WS-LOB-IDX)
           ADD WS-CLM-RESERVE TO WS-LOB-RESERVE(WS-LOB-IDX)
           PERFORM FIND-AGENT-PARA
           ADD 1 TO WS-AGT-CLAIMS(WS-AGT-IDX)
           ADD WS-CLM-PAID TO WS-AGT-PAID(WS-AGT-IDX)
           ADD WS-CLM-RECOV TO WS-AGT-RECOV(WS-AGT-IDX)
           ADD WS-CLM-RESERVE TO WS-AGT-RESERVE(WS-AGT-IDX).
      *    A CLAIM NEVER NETS BELOW ZERO: SALVAGE THAT SOLD FOR MORE
      *    THAN THE CLAIM COST ONLY BRINGS THAT CLAIM BACK TO NIL.
       FIND-RECOVERY-PARA.
           MOVE ZERO TO WS-CLM-RECOV
           MOVE 'N' TO WS-RCV-SW
           SET WS-RCV-IDX TO 1
           PERFORM UNTIL WS-RCV-IDX > WS-RCV-CNT OR WS-RCV-FOUND
               IF WS-RCV-CLAIM(WS-RCV-IDX) = CM-CLAIM
                   SET WS-RCV-FOUND TO TRUE
                   MOVE WS-RCV-AMT(WS-RCV-IDX) TO WS-CLM-RECOV
               ELSE
                   SET WS-RCV-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-CLM-RECOV > WS-CLM-PAID
               MOVE WS-CLM-PAID TO WS-CLM-RECOV
           END-IF.
       FIND-LOB-PARA.
           MOVE 'N' TO WS-LOB-SW
           SET WS-LOB-IDX TO 1
           PERFORM UNTIL WS-LOB-IDX > WS-LOB-CNT OR WS-LOB-FOUND
               IF WS-LOB-ID(WS-LOB-IDX) = WS-HOLD-LOB
                   SET WS-LOB-FOUND TO TRUE
               ELSE
                   SET WS-LOB-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-LOB-FOUND
               IF WS-LOB-CNT >= WS-LOB-MAX
                   DISPLAY 'LOSSRAT: LOB TABLE FULL, ' WS-HOLD-LOB
                       ' COUNTED WITH THE LAST LINE'
                   SET WS-LOB-IDX TO WS-LOB-CNT
               ELSE
                   ADD 1 TO WS-LOB-CNT
                   SET WS-LOB-IDX TO WS-LOB-CNT
                   MOVE WS-HOLD-LOB TO WS-LOB-ID(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-POLS(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-CLAIMS(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-EARNED(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-PAID(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-RECOV(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-RESERVE(WS-LOB-IDX)
               END-IF
           END-IF.
       FIND-AGENT-PARA.
           MOVE 'N' TO WS-AGT-SW
           SET WS-AGT-IDX TO 1
           PERFORM UNTIL WS-AGT-IDX > WS-AGT-CNT OR WS-AGT-FOUND
               IF WS-AGT-ID(WS-AGT-IDX) = WS-HOLD-AGENT
                   SET WS-AGT-FOUND TO TRUE
               ELSE
                   SET WS-AGT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-AGT-FOUND
               IF WS-AGT-CNT >= WS-AGT-MAX
                   DISPLAY 'LOSSRAT: AGENT TABLE FULL, '
                       WS-HOLD-AGENT ' COUNTED WITH THE LAST AGENT'
                   SET WS-AGT-IDX TO WS-AGT-CNT
               ELSE
                   ADD 1 TO WS-AGT-CNT
                   SET WS-AGT-IDX TO WS-AGT-CNT
                   MOVE WS-HOLD-AGENT TO WS-AGT-ID(WS-AGT-IDX)
                   MOVE ZERO TO WS-AGT-POLS(WS-AGT-IDX)
                   MOVE ZERO TO WS-AGT-CLAIMS(WS-AGT-IDX)
                   MOVE ZERO TO WS-AGT-EARNED(WS-AGT-IDX)
                   MOVE ZERO TO WS-AGT-PAID(WS-AGT-IDX)
                   MOVE ZERO TO WS-AGT-RECOV(WS-AGT-IDX)
                   MOVE ZERO TO WS-AGT-RESERVE(WS-AGT-IDX)
                   MOVE ZERO TO WS-AGT-STREAK(WS-AGT-IDX)
                   MOVE ZERO TO WS-AGT-HIST-DATE(WS-AGT-IDX)
                   MOVE ZERO TO WS-AGT-PRIOR-STREAK(WS-AGT-IDX)
               END-IF
           END-IF.
      *    LRHIST HOLDS EACH AGENT'S RATIO FROM EVERY EARLIER RUN IN
      *    THE ORDER THE RUNS HAPPENED.  WALKING IT FORWARD, A RUN
      *    OVER TARGET LENGTHENS THE AGENT'S STREAK AND ONE AT OR
      *    UNDER TARGET RESETS IT, SO WHAT IS LEFT IS THE NUMBER OF
      *    BACK-TO-BACK PERIODS THE BOOK HAS RUN HOT UP TO NOW.  A
      *    RERUN OF A BUSINESS DATE APPENDS A SECOND ROW FOR THAT
      *    DATE; THE LATER ROW REPLACES THE EARLIER ONE'S EFFECT ON
      *    THE STREAK, SO THE DATE STILL COUNTS ONLY ONCE.
       LOAD-HISTORY-PARA.
           OPEN INPUT LRHIST
           IF WS-LRHIST-STATUS = '35'
               DISPLAY 'LOSSRAT: NO RATIO HISTORY ON FILE, STREAKS '
                   'START THIS PERIOD'
               SET WS-HIST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ LRHIST
                   AT END SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF LH-DATE < WS-BUS-DATE
                           ADD 1 TO WS-HIST-CNT
                           PERFORM HISTORY-ONE-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LRHIST-STATUS NOT = '35'
               CLOSE LRHIST
           END-IF
           OPEN EXTEND LRHIST
           IF WS-LRHIST-STATUS = '35'
               OPEN OUTPUT LRHIST
           END-IF.
       HISTORY-ONE-PARA.
           MOVE 'N' TO WS-AGT-SW
           SET WS-AGT-IDX TO 1
           PERFORM UNTIL WS-AGT-IDX > WS-AGT-CNT OR WS-AGT-FOUND
               IF WS-AGT-ID(WS-AGT-IDX) = LH-AGENT
                   SET WS-AGT-FOUND TO TRUE
               ELSE
                   SET WS-AGT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-AGT-FOUND
               IF LH-DATE = WS-AGT-HIST-DATE(WS-AGT-IDX)
                   MOVE WS-AGT-PRIOR-STREAK(WS-AGT-IDX)
                       TO WS-AGT-STREAK(WS-AGT-IDX)
               ELSE
                   MOVE WS-AGT-STREAK(WS-AGT-IDX)
                       TO WS-AGT-PRIOR-STREAK(WS-AGT-IDX)
                   MOVE LH-DATE TO WS-AGT-HIST-DATE(WS-AGT-IDX)
               END-IF
               MOVE LH-RATIO TO WS-RATIO
               IF WS-RATIO > WS-TARGET
                   ADD 1 TO WS-AGT-STREAK(WS-AGT-IDX)
               ELSE
                   MOVE ZERO TO WS-AGT-STREAK(WS-AGT-IDX)
               END-IF
           END-IF.
       LOB-REPORT-PARA.
           DISPLAY '===== LOSS RATIO BY LINE OF BUSINESS ====='
           DISPLAY 'LOB     POLS CLAIMS  EARNED  GROSS PAID  '
               'RECOVERED  NET PAID  RESERVE  INCURRED  RATIO%'
           SET WS-LOB-IDX TO 1
           PERFORM UNTIL WS-LOB-IDX > WS-LOB-CNT
               COMPUTE WS-NET-PAID = WS-LOB-PAID(WS-LOB-IDX)
                   - WS-LOB-RECOV(WS-LOB-IDX)
               COMPUTE WS-INCURRED = WS-NET-PAID
                   + WS-LOB-RESERVE(WS-LOB-IDX)
               IF WS-LOB-EARNED(WS-LOB-IDX) > ZERO
                   COMPUTE WS-RATIO ROUNDED = (WS-INCURRED * 100)
                       / WS-LOB-EARNED(WS-LOB-IDX)
                       ON SIZE ERROR MOVE 99999.99 TO WS-RATIO
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-RATIO
               END-IF
               MOVE WS-RATIO TO WS-RATIO-ED
               DISPLAY WS-LOB-ID(WS-LOB-IDX) ' '
                   WS-LOB-POLS(WS-LOB-IDX) ' '
                   WS-LOB-CLAIMS(WS-LOB-IDX) ' '
                   WS-LOB-EARNED(WS-LOB-IDX) ' '
                   WS-LOB-PAID(WS-LOB-IDX) ' '
                   WS-LOB-RECOV(WS-LOB-IDX) ' '
                   WS-NET-PAID ' '
                   WS-LOB-RESERVE(WS-LOB-IDX) ' '
                   WS-INCURRED ' ' WS-RATIO-ED
               SET WS-LOB-IDX UP BY 1
           END-PERFORM.
      *    AN AGENT OVER TARGET THIS PERIOD IS FLAGGED; ONE WHOSE
      *    STREAK, COUNTING THIS PERIOD, HAS REACHED LR_PERIODS IS
      *    PUT ON WATCH FOR THE PRODUCER REVIEW.  THIS PERIOD'S
      *    RATIO IS THEN ADDED TO THE HISTORY FOR THE NEXT RUN.
       AGENT-REPORT-PARA.
           DISPLAY '===== LOSS RATIO BY AGENT ====='
           DISPLAY 'TARGET LOSS RATIO% : ' WS-TARGET
               '   WATCH AFTER ' WS-PERIODS ' PERIODS OVER'
           DISPLAY 'AGNT NAME                      POLS CLAIMS  '
               'EARNED  INCURRED  RATIO%  FLAG'
           SET WS-AGT-IDX TO 1
           PERFORM UNTIL WS-AGT-IDX > WS-AGT-CNT
               PERFORM AGENT-LINE-PARA
               SET WS-AGT-IDX UP BY 1
           END-PERFORM
           CLOSE LRHIST.
       AGENT-LINE-PARA.
           COMPUTE WS-INCURRED = WS-AGT-PAID(WS-AGT-IDX)
               - WS-AGT-RECOV(WS-AGT-IDX)
               + WS-AGT-RESERVE(WS-AGT-IDX)
           IF WS-AGT-EARNED(WS-AGT-IDX) > ZERO
               COMPUTE WS-RATIO ROUNDED = (WS-INCURRED * 100)
                   / WS-AGT-EARNED(WS-AGT-IDX)
                   ON SIZE ERROR MOVE 99999.99 TO WS-RATIO
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-RATIO
           END-IF
           MOVE SPACES TO WS-FLAG
           IF WS-RATIO > WS-TARGET
               ADD 1 TO WS-AGT-STREAK(WS-AGT-IDX)
               ADD 1 TO WS-OVER-CNT
               MOVE 'OVER TARGET' TO WS-FLAG
               IF WS-AGT-STREAK(WS-AGT-IDX) >= WS-PERIODS
                   ADD 1 TO WS-WATCH-CNT
                   MOVE 'PRODUCER WATCH' TO WS-FLAG
               END-IF
           ELSE
               MOVE ZERO TO WS-AGT-STREAK(WS-AGT-IDX)
           END-IF
           IF WS-AGT-EARNED(WS-AGT-IDX) = ZERO
              AND WS-INCURRED > ZERO
               MOVE 'NO EARNED PREMIUM' TO WS-FLAG
           END-IF
           MOVE SPACES TO WS-AGT-NAME
           IF WS-AGTMST-OPEN
               MOVE WS-AGT-ID(WS-AGT-IDX) TO AG-AGENT
               READ AGTMST
                   INVALID KEY MOVE 'NOT ON AGENT MASTER'
                       TO WS-AGT-NAME
                   NOT INVALID KEY MOVE AG-NAME TO WS-AGT-NAME
               END-READ
           END-IF
           MOVE WS-RATIO TO WS-RATIO-ED
           DISPLAY WS-AGT-ID(WS-AGT-IDX) ' ' WS-AGT-NAME ' '
               WS-AGT-POLS(WS-AGT-IDX) ' '
               WS-AGT-CLAIMS(WS-AGT-IDX) ' '
               WS-AGT-EARNED(WS-AGT-IDX) ' '
               WS-INCURRED ' ' WS-RATIO-ED ' ' WS-FLAG
           MOVE SPACES TO LHP
           MOVE WS-BUS-DATE TO LH-DATE
           MOVE WS-AGT-ID(WS-AGT-IDX) TO LH-AGENT
           MOVE WS-AGT-EARNED(WS-AGT-IDX) TO LH-EARNED
           MOVE WS-INCURRED TO LH-INCURRED
           MOVE WS-RATIO TO LH-RATIO
           WRITE LHP.
       TOTAL-REPORT-PARA.
           COMPUTE WS-NET-PAID = WS-PAID-TOTAL - WS-RECOV-TOTAL
           COMPUTE WS-INCURRED = WS-NET-PAID + WS-RESERVE-TOTAL
           IF WS-EARNED-TOTAL > ZERO
               COMPUTE WS-RATIO ROUNDED = (WS-INCURRED * 100)
                   / WS-EARNED-TOTAL
                   ON SIZE ERROR MOVE 99999.99 TO WS-RATIO
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-RATIO
           END-IF
           MOVE WS-RATIO TO WS-RATIO-ED
           DISPLAY '===== LOSS RATIO COMPANY TOTALS ====='
           DISPLAY 'POLICIES SWEPT      : ' WS-POLICY-CNT
           DISPLAY 'CLAIMS READ         : ' WS-CLAIM-CNT
           DISPLAY 'CLAIMS OFF MASTER   : ' WS-ORPHAN-CNT
           DISPLAY 'EARNED PREMIUM      : ' WS-EARNED-TOTAL
           DISPLAY 'GROSS PAID LOSSES   : ' WS-PAID-TOTAL
           DISPLAY 'RECOVERIES          : ' WS-RECOV-TOTAL
           DISPLAY 'NET PAID LOSSES     : ' WS-NET-PAID
           DISPLAY 'OUTSTANDING RESERVE : ' WS-RESERVE-TOTAL
           DISPLAY 'INCURRED LOSSES     : ' WS-INCURRED
           DISPLAY 'LOSS RATIO%         : ' WS-RATIO-ED
           DISPLAY 'AGENTS OVER TARGET  : ' WS-OVER-CNT
           DISPLAY 'AGENTS ON WATCH     : ' WS-WATCH-CNT
           DISPLAY '====================================='.
