       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPRVAL.
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
           SELECT UPRPOS
           ASSIGN TO DYNAMIC WS-UPRPOS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UPRPOS-STATUS.
           SELECT UPRPOSN
           ASSIGN TO DYNAMIC WS-UPRPOSN-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND
           ASSIGN TO DYNAMIC WS-REFUND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.
           SELECT UPRJRNL
           ASSIGN TO DYNAMIC WS-UPRJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE
           ASSIGN TO DYNAMIC WS-BALANCE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KSDS.
           COPY POLYOUT.
       FD UPRPOS.
       01 UPP.
           02 UP-NUM PIC X(5).
           02 PIC X.
           02 UP-LOB PIC X(7).
           02 PIC X.
           02 UP-SUM PIC 9(6).9(2).
           02 PIC X.
           02 UP-UNEARNED PIC 9(6).9(2).
           02 PIC X.
           02 UP-DATE PIC 9(8).
       FD UPRPOSN.
       01 UNP.
           02 UN-NUM PIC X(5).
           02 PIC X.
           02 UN-LOB PIC X(7).
           02 PIC X.
           02 UN-SUM PIC 9(6).9(2).
           02 PIC X.
           02 UN-UNEARNED PIC 9(6).9(2).
           02 PIC X.
           02 UN-DATE PIC 9(8).
       FD REFUND.
       01 RFP.
           02 RF-NUM PIC X(5).
           02 PIC X.
           02 RF-LOB PIC X(7).
           02 PIC X.
           02 RF-EARNED PIC 9(6).9(2).
           02 PIC X.
           02 RF-REFUND PIC 9(6).9(2).
           02 PIC X.
           02 RF-TAX PIC 9(6).9(2).
       FD UPRJRNL.
       01 UJP.
           02 UJ-DATE PIC 9(8).
           02 PIC X.
           02 UJ-ACCT PIC X(4).
           02 PIC X.
           02 UJ-DESC PIC X(18).
           02 PIC X.
           02 UJ-DR PIC 9(11).9(2).
           02 PIC X.
           02 UJ-CR PIC 9(11).9(2).
       FD BALANCE.
           COPY BALREC.
       WORKING-STORAGE SECTION.
       01 WS-KSDS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\KSDS.PAT'.
       01 WS-KSDS-DSN PIC X(100).
       01 WS-UPRPOS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\UPRPOS.PAT'.
       01 WS-UPRPOS-DSN PIC X(100).
       01 WS-UPRPOSN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\UPRPOSN.PAT'.
       01 WS-UPRPOSN-DSN PIC X(100).
       01 WS-REFUND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\REFUND.PAT'.
       01 WS-REFUND-DSN PIC X(100).
       01 WS-UPRJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\UPRJRNL.PAT'.
       01 WS-UPRJRNL-DSN PIC X(100).
       01 WS-BALANCE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BALANCE.PAT'.
       01 WS-BALANCE-DSN PIC X(100).
       01 WS-KSDS-STATUS PIC X(2).
       01 WS-UPRPOS-STATUS PIC X(2).
       01 WS-REFUND-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-KSDS-EOF-SW PIC X VALUE 'N'.
           88 WS-KSDS-EOF VALUE 'Y'.
       01 WS-POS-EOF-SW PIC X VALUE 'N'.
           88 WS-POS-EOF VALUE 'Y'.
       01 WS-REF-EOF-SW PIC X VALUE 'N'.
           88 WS-REF-EOF VALUE 'Y'.
       01 WS-GOT-SW PIC X.
           88 WS-GOT-YES VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-REF-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-REF-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-REF-TABLE.
           02 WS-REF-ENTRY OCCURS 5000 TIMES INDEXED BY WS-REF-IDX.
               03 WS-REF-NUM PIC X(5).
               03 WS-REF-AMT PIC 9(6)V9(2).
       01 WS-REF-SW PIC X.
           88 WS-REF-FOUND VALUE 'Y'.
       01 WS-HOLD-NUM PIC X(5).
       01 WS-POL-SUM PIC 9(6)V9(2).
       01 WS-POL-EARNED PIC 9(6)V9(2).
       01 WS-POL-UNEARNED PIC 9(6)V9(2).
       01 WS-PRIOR-UNEARNED PIC 9(6)V9(2).
       01 WS-REF-AMT-FOUND PIC 9(6)V9(2).
       01 WS-MOVE-EARNED PIC S9(7)V9(2).
       01 WS-MOVE-CANCEL PIC 9(6)V9(2).
       01 WS-MOVE-EXPIRE PIC 9(6)V9(2).
       01 WS-MOVE-NEW PIC 9(6)V9(2).
       01 WS-INFORCE-SW PIC X.
           88 WS-INFORCE VALUE 'Y'.
       01 WS-HOLD-LOB PIC X(7).
       01 WS-HOLD-RISK PIC X.
       01 WS-HOLD-CCY PIC X(3).
       01 WS-LOB-MAX PIC 9(3) COMP VALUE 20.
       01 WS-LOB-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-LOB-TABLE.
           02 WS-LOB-ENTRY OCCURS 20 TIMES INDEXED BY WS-LOB-IDX.
               03 WS-LOB-ID PIC X(7).
               03 WS-LOB-POLS PIC 9(7) COMP.
               03 WS-LOB-WRITTEN PIC 9(11)V9(2).
               03 WS-LOB-EARNED PIC 9(11)V9(2).
               03 WS-LOB-UNEARNED PIC 9(11)V9(2).
       01 WS-LOB-SW PIC X.
           88 WS-LOB-FOUND VALUE 'Y'.
       01 WS-RISK-MAX PIC 9(3) COMP VALUE 20.
       01 WS-RISK-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RISK-TABLE.
           02 WS-RISK-ENTRY OCCURS 20 TIMES INDEXED BY WS-RISK-IDX.
               03 WS-RISK-ID PIC X.
               03 WS-RISK-POLS PIC 9(7) COMP.
               03 WS-RISK-WRITTEN PIC 9(11)V9(2).
               03 WS-RISK-EARNED PIC 9(11)V9(2).
               03 WS-RISK-UNEARNED PIC 9(11)V9(2).
       01 WS-RISK-SW PIC X.
           88 WS-RISK-FOUND VALUE 'Y'.
       01 WS-CCY-MAX PIC 9(3) COMP VALUE 20.
       01 WS-CCY-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-CCY-TABLE.
           02 WS-CCY-ENTRY OCCURS 20 TIMES INDEXED BY WS-CCY-IDX.
               03 WS-CCY-ID PIC X(3).
               03 WS-CCY-POLS PIC 9(7) COMP.
               03 WS-CCY-WRITTEN PIC 9(11)V9(2).
               03 WS-CCY-EARNED PIC 9(11)V9(2).
               03 WS-CCY-UNEARNED PIC 9(11)V9(2).
       01 WS-CCY-SW PIC X.
           88 WS-CCY-FOUND VALUE 'Y'.
       01 WS-SWEPT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-INFORCE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NEWBUS-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CANCEL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-EXPIRE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PRIOR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-WRITTEN-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-EARNED-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-OPEN-RESERVE PIC 9(11)V9(2) VALUE ZERO.
       01 WS-CLOSE-RESERVE PIC 9(11)V9(2) VALUE ZERO.
       01 WS-NEWBUS-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-EARNINGS-TOTAL PIC S9(11)V9(2) VALUE ZERO.
       01 WS-CANCEL-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-EXPIRE-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-ROLLED-RESERVE PIC S9(11)V9(2).
       01 WS-RESERVE-CHANGE PIC S9(11)V9(2).
       01 WS-ABS-CHANGE PIC 9(11)V9(2).
       01 WS-POS-CNT PIC 9(7) VALUE ZERO.
       01 WS-POS-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-JRNL-CNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-EXPECT-TRL.
           02 PIC X(4) VALUE 'TRL '.
           02 WS-ET-CNT PIC 9(7).
           02 PIC X VALUE SPACE.
           02 WS-ET-HASH PIC 9(13).9(2).
       01 WS-HDR-IMAGE.
           02 PIC X(4) VALUE 'HDR '.
           02 WS-HI-SOURCE PIC X(8).
           02 PIC X VALUE SPACE.
           02 WS-HI-DATE PIC 9(8).
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'UPRVAL' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           PERFORM LOAD-REFUND-PARA.
           OPEN INPUT KSDS.
           IF WS-KSDS-STATUS NOT = '00'
               DISPLAY 'UPRVAL: UNABLE TO OPEN KSDS FILE, STATUS='
                   WS-KSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT UPRPOS.
           IF WS-UPRPOS-STATUS = '35'
               DISPLAY 'UPRVAL: NO PRIOR RESERVE FILE, THIS RUN '
                   'SETS THE OPENING RESERVE AT ZERO'
               SET WS-POS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT UPRPOSN.
           MOVE 'UPRVAL' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO UNP.
           WRITE UNP.
           IF NOT WS-POS-EOF
               PERFORM READ-POS-PARA
           END-IF.
           MOVE LOW-VALUES TO O-NUM
           START KSDS KEY IS NOT LESS THAN O-NUM
               INVALID KEY SET WS-KSDS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-KSDS-EOF
               READ KSDS NEXT RECORD
                   AT END SET WS-KSDS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SWEPT-CNT
                       PERFORM VALUE-ONE-PARA
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-POS-EOF
               PERFORM RELEASE-PRIOR-PARA
           END-PERFORM
           CLOSE KSDS.
           IF WS-UPRPOS-STATUS NOT = '35'
               CLOSE UPRPOS
           END-IF.
           MOVE WS-POS-CNT TO WS-ET-CNT.
           MOVE WS-POS-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO UNP.
           WRITE UNP.
           CLOSE UPRPOSN.
           PERFORM WRITE-UPRJRNL-PARA.
           PERFORM VALUATION-REPORT-PARA.
           PERFORM MOVEMENT-REPORT-PARA.
           PERFORM WRITE-BALANCE-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
           ACCEPT WS-KSDS-DSN FROM ENVIRONMENT 'KSDS_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-KSDS-DSN = SPACES
               MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
           END-IF
           MOVE WS-UPRPOS-DSN-DFLT TO WS-UPRPOS-DSN
           ACCEPT WS-UPRPOS-DSN FROM ENVIRONMENT 'UPRPOS_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-UPRPOS-DSN = SPACES
               MOVE WS-UPRPOS-DSN-DFLT TO WS-UPRPOS-DSN
           END-IF
           MOVE WS-UPRPOSN-DSN-DFLT TO WS-UPRPOSN-DSN
           ACCEPT WS-UPRPOSN-DSN FROM ENVIRONMENT 'UPRPOSN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-UPRPOSN-DSN = SPACES
               MOVE WS-UPRPOSN-DSN-DFLT TO WS-UPRPOSN-DSN
           END-IF
           MOVE WS-REFUND-DSN-DFLT TO WS-REFUND-DSN
           ACCEPT WS-REFUND-DSN FROM ENVIRONMENT 'REFUND_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-REFUND-DSN = SPACES
               MOVE WS-REFUND-DSN-DFLT TO WS-REFUND-DSN
           END-IF
           MOVE WS-UPRJRNL-DSN-DFLT TO WS-UPRJRNL-DSN
           ACCEPT WS-UPRJRNL-DSN FROM ENVIRONMENT 'UPRJRNL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-UPRJRNL-DSN = SPACES
               MOVE WS-UPRJRNL-DSN-DFLT TO WS-UPRJRNL-DSN
           END-IF
           MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           ACCEPT WS-BALANCE-DSN FROM ENVIRONMENT 'BALANCE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BALANCE-DSN = SPACES
               MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           END-IF.
       LOAD-REFUND-PARA.
           OPEN INPUT REFUND
           IF WS-REFUND-STATUS = '35'
               DISPLAY 'UPRVAL: NO REFUND FILE ON HAND, NO '
                   'CANCELLATIONS THIS PERIOD'
               SET WS-REF-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REF-EOF
               READ REFUND
                   AT END SET WS-REF-EOF TO TRUE
                   NOT AT END
                       IF RFP(1:3) = 'HDR' OR RFP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-REFUND-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REFUND-STATUS NOT = '35'
               CLOSE REFUND
           END-IF.
       LOAD-ONE-REFUND-PARA.
           IF WS-REF-CNT >= WS-REF-MAX
               DISPLAY 'UPRVAL: REFUND TABLE FULL, EXTRA ROWS '
                   'IGNORED'
           ELSE
               ADD 1 TO WS-REF-CNT
               SET WS-REF-IDX TO WS-REF-CNT
               MOVE RF-NUM TO WS-REF-NUM(WS-REF-IDX)
               MOVE RF-REFUND TO WS-REF-AMT(WS-REF-IDX)
           END-IF.
       FIND-REFUND-PARA.
           MOVE 'N' TO WS-REF-SW
           MOVE ZERO TO WS-REF-AMT-FOUND
           SET WS-REF-IDX TO 1
           PERFORM UNTIL WS-REF-IDX > WS-REF-CNT OR WS-REF-FOUND
               IF WS-REF-NUM(WS-REF-IDX) = WS-HOLD-NUM
                   SET WS-REF-FOUND TO TRUE
                   MOVE WS-REF-AMT(WS-REF-IDX) TO WS-REF-AMT-FOUND
               ELSE
                   SET WS-REF-IDX UP BY 1
               END-IF
           END-PERFORM.
       READ-POS-PARA.
           MOVE 'N' TO WS-GOT-SW
           PERFORM UNTIL WS-POS-EOF OR WS-GOT-YES
               READ UPRPOS
                   AT END SET WS-POS-EOF TO TRUE
                   NOT AT END
                       IF UPP(1:3) = 'HDR' OR UPP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           SET WS-GOT-YES TO TRUE
                           ADD 1 TO WS-PRIOR-CNT
                           MOVE UP-UNEARNED TO WS-PRIOR-UNEARNED
                           ADD WS-PRIOR-UNEARNED TO WS-OPEN-RESERVE
                       END-IF
               END-READ
           END-PERFORM.
      *    A POLICY EARNS ITS PREMIUM EVENLY OVER THE TERM: AFTER
      *    O-ELAPSED OF O-TERM MONTHS THAT SHARE OF O-SUM IS EARNED
      *    AND THE REST IS STILL OWED BACK TO THE POLICYHOLDER IF
      *    THE COVER STOPPED TODAY.  ANYTHING NOT ACTIVE, OR PAST
      *    ITS TERM, CARRIES NO UNEARNED PREMIUM AT ALL.
       VALUE-ONE-PARA.
           PERFORM UNTIL WS-POS-EOF OR UP-NUM >= O-NUM
               PERFORM RELEASE-PRIOR-PARA
           END-PERFORM
           MOVE ZERO TO WS-POL-SUM
           MOVE ZERO TO WS-POL-EARNED
           MOVE ZERO TO WS-POL-UNEARNED
           MOVE 'N' TO WS-INFORCE-SW
           IF O-SUM(1:6) IS NUMERIC AND O-SUM(8:2) IS NUMERIC
               MOVE O-SUM TO WS-POL-SUM
           END-IF
           IF O-STATUS = 'ACTIVE' AND O-TERM IS NUMERIC
              AND O-TERM > ZERO AND O-ELAPSED IS NUMERIC
              AND O-ELAPSED < O-TERM
               SET WS-INFORCE TO TRUE
               COMPUTE WS-POL-EARNED ROUNDED =
                   (WS-POL-SUM * O-ELAPSED) / O-TERM
               COMPUTE WS-POL-UNEARNED =
                   WS-POL-SUM - WS-POL-EARNED
           ELSE
               MOVE WS-POL-SUM TO WS-POL-EARNED
           END-IF
           IF NOT WS-POS-EOF AND UP-NUM = O-NUM
               PERFORM MOVE-CARRIED-PARA
               PERFORM READ-POS-PARA
           ELSE
               PERFORM MOVE-NEW-PARA
           END-IF
           IF WS-INFORCE
               ADD 1 TO WS-INFORCE-CNT
               ADD WS-POL-SUM TO WS-WRITTEN-TOTAL
               ADD WS-POL-EARNED TO WS-EARNED-TOTAL
               ADD WS-POL-UNEARNED TO WS-CLOSE-RESERVE
               PERFORM TALLY-LOB-PARA
               PERFORM TALLY-RISK-PARA
               PERFORM TALLY-CCY-PARA
               MOVE SPACES TO UNP
               MOVE O-NUM TO UN-NUM
               MOVE O-LOB TO UN-LOB
               MOVE WS-POL-SUM TO UN-SUM
               MOVE WS-POL-UNEARNED TO UN-UNEARNED
               MOVE WS-BUS-DATE TO UN-DATE
               WRITE UNP
               ADD 1 TO WS-POS-CNT
               ADD WS-POL-UNEARNED TO WS-POS-HASH
           END-IF.
      *    A POLICY FIRST SEEN IN FORCE THIS PERIOD IS NEW BUSINESS:
      *    ITS WHOLE O-SUM GOES INTO THE RESERVE AND WHAT HAS
      *    ALREADY RUN OFF COMES STRAIGHT OUT AGAIN AS EARNINGS.
       MOVE-NEW-PARA.
           IF WS-INFORCE
               ADD 1 TO WS-NEWBUS-CNT
               MOVE WS-POL-SUM TO WS-MOVE-NEW
               ADD WS-MOVE-NEW TO WS-NEWBUS-TOTAL
               COMPUTE WS-MOVE-EARNED =
                   WS-POL-SUM - WS-POL-UNEARNED
               ADD WS-MOVE-EARNED TO WS-EARNINGS-TOTAL
           END-IF.
      *    A POLICY CARRIED FROM LAST MONTH EITHER RAN OFF SOME
      *    MORE PREMIUM, WAS CANCELLED (THE REFUND POLCANCL STRUCK
      *    LEAVES THE RESERVE, THE REST WAS EARNED UP TO THE
      *    CANCEL DATE), OR REACHED THE END OF ITS TERM.
       MOVE-CARRIED-PARA.
           IF WS-INFORCE
               COMPUTE WS-MOVE-EARNED =
                   WS-PRIOR-UNEARNED - WS-POL-UNEARNED
               ADD WS-MOVE-EARNED TO WS-EARNINGS-TOTAL
           ELSE
               MOVE O-NUM TO WS-HOLD-NUM
               PERFORM FIND-REFUND-PARA
               IF WS-REF-FOUND OR O-STATUS = 'CANCEL'
                   PERFORM MOVE-CANCEL-PARA
               ELSE
                   ADD 1 TO WS-EXPIRE-CNT
                   MOVE WS-PRIOR-UNEARNED TO WS-MOVE-EXPIRE
                   ADD WS-MOVE-EXPIRE TO WS-EXPIRE-TOTAL
               END-IF
           END-IF.
       MOVE-CANCEL-PARA.
           ADD 1 TO WS-CANCEL-CNT
           IF WS-REF-AMT-FOUND > WS-PRIOR-UNEARNED
               MOVE WS-PRIOR-UNEARNED TO WS-MOVE-CANCEL
           ELSE
               MOVE WS-REF-AMT-FOUND TO WS-MOVE-CANCEL
           END-IF
           ADD WS-MOVE-CANCEL TO WS-CANCEL-TOTAL
           COMPUTE WS-MOVE-EARNED =
               WS-PRIOR-UNEARNED - WS-MOVE-CANCEL
           ADD WS-MOVE-EARNED TO WS-EARNINGS-TOTAL.
      *    A CARRIED POSITION WHOSE POLICY IS NO LONGER ON THE
      *    MASTER AT ALL (ARCHIVED OR PURGED) RUNS OFF AS AN
      *    EXPIRY UNLESS POLCANCL REFUNDED IT.
       RELEASE-PRIOR-PARA.
           MOVE UP-NUM TO WS-HOLD-NUM
           PERFORM FIND-REFUND-PARA
           IF WS-REF-FOUND
               PERFORM MOVE-CANCEL-PARA
           ELSE
               ADD 1 TO WS-EXPIRE-CNT
               MOVE WS-PRIOR-UNEARNED TO WS-MOVE-EXPIRE
               ADD WS-MOVE-EXPIRE TO WS-EXPIRE-TOTAL
           END-IF
           PERFORM READ-POS-PARA.
       TALLY-LOB-PARA.
           MOVE O-LOB TO WS-HOLD-LOB
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
                   SET WS-LOB-IDX TO WS-LOB-CNT
               ELSE
                   ADD 1 TO WS-LOB-CNT
                   SET WS-LOB-IDX TO WS-LOB-CNT
                   MOVE WS-HOLD-LOB TO WS-LOB-ID(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-POLS(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-WRITTEN(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-EARNED(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-UNEARNED(WS-LOB-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-LOB-POLS(WS-LOB-IDX)
           ADD WS-POL-SUM TO WS-LOB-WRITTEN(WS-LOB-IDX)
           ADD WS-POL-EARNED TO WS-LOB-EARNED(WS-LOB-IDX)
           ADD WS-POL-UNEARNED TO WS-LOB-UNEARNED(WS-LOB-IDX).
       TALLY-RISK-PARA.
           MOVE O-RISK TO WS-HOLD-RISK
           MOVE 'N' TO WS-RISK-SW
           SET WS-RISK-IDX TO 1
           PERFORM UNTIL WS-RISK-IDX > WS-RISK-CNT OR WS-RISK-FOUND
               IF WS-RISK-ID(WS-RISK-IDX) = WS-HOLD-RISK
                   SET WS-RISK-FOUND TO TRUE
               ELSE
                   SET WS-RISK-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-RISK-FOUND
               IF WS-RISK-CNT >= WS-RISK-MAX
                   SET WS-RISK-IDX TO WS-RISK-CNT
               ELSE
                   ADD 1 TO WS-RISK-CNT
                   SET WS-RISK-IDX TO WS-RISK-CNT
                   MOVE WS-HOLD-RISK TO WS-RISK-ID(WS-RISK-IDX)
                   MOVE ZERO TO WS-RISK-POLS(WS-RISK-IDX)
                   MOVE ZERO TO WS-RISK-WRITTEN(WS-RISK-IDX)
                   MOVE ZERO TO WS-RISK-EARNED(WS-RISK-IDX)
                   MOVE ZERO TO WS-RISK-UNEARNED(WS-RISK-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-RISK-POLS(WS-RISK-IDX)
           ADD WS-POL-SUM TO WS-RISK-WRITTEN(WS-RISK-IDX)
           ADD WS-POL-EARNED TO WS-RISK-EARNED(WS-RISK-IDX)
           ADD WS-POL-UNEARNED TO WS-RISK-UNEARNED(WS-RISK-IDX).
       TALLY-CCY-PARA.
           IF O-CCY = SPACES
               MOVE 'DOM' TO WS-HOLD-CCY
           ELSE
               MOVE O-CCY TO WS-HOLD-CCY
           END-IF
           MOVE 'N' TO WS-CCY-SW
           SET WS-CCY-IDX TO 1
           PERFORM UNTIL WS-CCY-IDX > WS-CCY-CNT OR WS-CCY-FOUND
               IF WS-CCY-ID(WS-CCY-IDX) = WS-HOLD-CCY
                   SET WS-CCY-FOUND TO TRUE
               ELSE
                   SET WS-CCY-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-CCY-FOUND
               IF WS-CCY-CNT >= WS-CCY-MAX
                   SET WS-CCY-IDX TO WS-CCY-CNT
               ELSE
                   ADD 1 TO WS-CCY-CNT
                   SET WS-CCY-IDX TO WS-CCY-CNT
                   MOVE WS-HOLD-CCY TO WS-CCY-ID(WS-CCY-IDX)
                   MOVE ZERO TO WS-CCY-POLS(WS-CCY-IDX)
                   MOVE ZERO TO WS-CCY-WRITTEN(WS-CCY-IDX)
                   MOVE ZERO TO WS-CCY-EARNED(WS-CCY-IDX)
                   MOVE ZERO TO WS-CCY-UNEARNED(WS-CCY-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-CCY-POLS(WS-CCY-IDX)
           ADD WS-POL-SUM TO WS-CCY-WRITTEN(WS-CCY-IDX)
           ADD WS-POL-EARNED TO WS-CCY-EARNED(WS-CCY-IDX)
           ADD WS-POL-UNEARNED TO WS-CCY-UNEARNED(WS-CCY-IDX).
      *    ONLY THE CHANGE IN THE RESERVE IS BOOKED: A RESERVE THAT
      *    GREW HOLDS BACK PREMIUM INCOME, ONE THAT SHRANK RELEASES
      *    IT.  GLEXTR CARRIES THESE LINES INTO THE TRANSMISSION.
       WRITE-UPRJRNL-PARA.
           COMPUTE WS-RESERVE-CHANGE =
               WS-CLOSE-RESERVE - WS-OPEN-RESERVE
           OPEN OUTPUT UPRJRNL
           MOVE WS-HDR-IMAGE TO UJP
           WRITE UJP
           IF WS-RESERVE-CHANGE > ZERO
               MOVE SPACES TO UJP
               MOVE WS-BUS-DATE TO UJ-DATE
               MOVE '4150' TO UJ-ACCT
               MOVE 'CHANGE IN UPR' TO UJ-DESC
               MOVE WS-RESERVE-CHANGE TO UJ-DR
               MOVE ZERO TO UJ-CR
               WRITE UJP
               ADD 1 TO WS-JRNL-CNT
               ADD WS-RESERVE-CHANGE TO WS-JRNL-HASH
               MOVE SPACES TO UJP
               MOVE WS-BUS-DATE TO UJ-DATE
               MOVE '2500' TO UJ-ACCT
               MOVE 'UNEARNED PREMIUM' TO UJ-DESC
               MOVE ZERO TO UJ-DR
               MOVE WS-RESERVE-CHANGE TO UJ-CR
               WRITE UJP
               ADD 1 TO WS-JRNL-CNT
           END-IF
           IF WS-RESERVE-CHANGE < ZERO
               COMPUTE WS-ABS-CHANGE = ZERO - WS-RESERVE-CHANGE
               MOVE SPACES TO UJP
               MOVE WS-BUS-DATE TO UJ-DATE
               MOVE '2500' TO UJ-ACCT
               MOVE 'UNEARNED PREMIUM' TO UJ-DESC
               MOVE WS-ABS-CHANGE TO UJ-DR
               MOVE ZERO TO UJ-CR
               WRITE UJP
               ADD 1 TO WS-JRNL-CNT
               ADD WS-ABS-CHANGE TO WS-JRNL-HASH
               MOVE SPACES TO UJP
               MOVE WS-BUS-DATE TO UJ-DATE
               MOVE '4150' TO UJ-ACCT
               MOVE 'CHANGE IN UPR' TO UJ-DESC
               MOVE ZERO TO UJ-DR
               MOVE WS-ABS-CHANGE TO UJ-CR
               WRITE UJP
               ADD 1 TO WS-JRNL-CNT
           END-IF
           MOVE WS-JRNL-CNT TO WS-ET-CNT
           MOVE WS-JRNL-HASH TO WS-ET-HASH
           MOVE WS-EXPECT-TRL TO UJP
           WRITE UJP
           CLOSE UPRJRNL.
       VALUATION-REPORT-PARA.
           DISPLAY '===== PREMIUM VALUATION BY LINE OF BUSINESS ====='
           DISPLAY 'LOB     POLICIES  WRITTEN  EARNED  UNEARNED'
           SET WS-LOB-IDX TO 1
           PERFORM UNTIL WS-LOB-IDX > WS-LOB-CNT
               DISPLAY WS-LOB-ID(WS-LOB-IDX) ' '
                   WS-LOB-POLS(WS-LOB-IDX) ' '
                   WS-LOB-WRITTEN(WS-LOB-IDX) ' '
                   WS-LOB-EARNED(WS-LOB-IDX) ' '
                   WS-LOB-UNEARNED(WS-LOB-IDX)
               SET WS-LOB-IDX UP BY 1
           END-PERFORM
           DISPLAY '===== PREMIUM VALUATION BY RISK CLASS ====='
           DISPLAY 'RISK  POLICIES  WRITTEN  EARNED  UNEARNED'
           SET WS-RISK-IDX TO 1
           PERFORM UNTIL WS-RISK-IDX > WS-RISK-CNT
               DISPLAY WS-RISK-ID(WS-RISK-IDX) ' '
                   WS-RISK-POLS(WS-RISK-IDX) ' '
                   WS-RISK-WRITTEN(WS-RISK-IDX) ' '
                   WS-RISK-EARNED(WS-RISK-IDX) ' '
                   WS-RISK-UNEARNED(WS-RISK-IDX)
               SET WS-RISK-IDX UP BY 1
           END-PERFORM
           DISPLAY '===== PREMIUM VALUATION BY CURRENCY ====='
           DISPLAY 'CCY  POLICIES  WRITTEN  EARNED  UNEARNED'
           SET WS-CCY-IDX TO 1
           PERFORM UNTIL WS-CCY-IDX > WS-CCY-CNT
               DISPLAY WS-CCY-ID(WS-CCY-IDX) ' '
                   WS-CCY-POLS(WS-CCY-IDX) ' '
                   WS-CCY-WRITTEN(WS-CCY-IDX) ' '
                   WS-CCY-EARNED(WS-CCY-IDX) ' '
                   WS-CCY-UNEARNED(WS-CCY-IDX)
               SET WS-CCY-IDX UP BY 1
           END-PERFORM
           DISPLAY '===== PREMIUM VALUATION TOTALS ====='
           DISPLAY 'POLICIES SWEPT      : ' WS-SWEPT-CNT
           DISPLAY 'POLICIES IN FORCE   : ' WS-INFORCE-CNT
           DISPLAY 'IN-FORCE PREMIUM    : ' WS-WRITTEN-TOTAL
           DISPLAY 'EARNED TO DATE      : ' WS-EARNED-TOTAL
           DISPLAY 'UNEARNED RESERVE    : ' WS-CLOSE-RESERVE.
      *    OPENING RESERVE PLUS NEW BUSINESS LESS EARNINGS,
      *    CANCELLATIONS AND EXPIRIES HAS TO LAND ON THE CLOSING
      *    RESERVE; IF IT DOES NOT, THE CARRIED FILE AND THE MASTER
      *    DISAGREE AND FINANCE MUST NOT BOOK THE FIGURE.
       MOVEMENT-REPORT-PARA.
           COMPUTE WS-ROLLED-RESERVE = WS-OPEN-RESERVE
               + WS-NEWBUS-TOTAL - WS-EARNINGS-TOTAL
               - WS-CANCEL-TOTAL - WS-EXPIRE-TOTAL
           DISPLAY '===== UNEARNED PREMIUM RESERVE MOVEMENT ====='
           DISPLAY 'OPENING RESERVE     : ' WS-OPEN-RESERVE
               '  (' WS-PRIOR-CNT ' POLICIES)'
           DISPLAY 'NEW BUSINESS        : ' WS-NEWBUS-TOTAL
               '  (' WS-NEWBUS-CNT ' POLICIES)'
           DISPLAY 'PREMIUM EARNED      : ' WS-EARNINGS-TOTAL
           DISPLAY 'CANCELLATIONS       : ' WS-CANCEL-TOTAL
               '  (' WS-CANCEL-CNT ' POLICIES)'
           DISPLAY 'EXPIRIES            : ' WS-EXPIRE-TOTAL
               '  (' WS-EXPIRE-CNT ' POLICIES)'
           DISPLAY 'CLOSING RESERVE     : ' WS-CLOSE-RESERVE
           DISPLAY 'RESERVE CHANGE      : ' WS-RESERVE-CHANGE
           IF WS-ROLLED-RESERVE NOT = WS-CLOSE-RESERVE
               DISPLAY 'UPRVAL: MOVEMENT DOES NOT ROLL TO CLOSING '
                   'RESERVE, ROLLED=' WS-ROLLED-RESERVE
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'UPRVAL: MOVEMENT ROLLS TO CLOSING RESERVE'
           END-IF.
       WRITE-BALANCE-PARA.
           OPEN EXTEND BALANCE
           IF WS-BALANCE-STATUS = '35'
               OPEN OUTPUT BALANCE
           END-IF
           MOVE 'UPRVAL' TO BL-STEP
           MOVE WS-RUN-DATE TO BL-DATE
           MOVE WS-SWEPT-CNT TO BL-READ
           MOVE WS-INFORCE-CNT TO BL-ACCEPT
           MOVE ZERO TO BL-REJECT
           MOVE WS-CLOSE-RESERVE TO BL-AMT
           MOVE WS-EARNINGS-TOTAL TO BL-AMT2
           WRITE BLP
           CLOSE BALANCE.
