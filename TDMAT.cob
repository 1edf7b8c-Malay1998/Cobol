       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDRATE
           ASSIGN TO DYNAMIC WS-TDRATE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TDRATE-STATUS.
           SELECT TDMAST
           ASSIGN TO DYNAMIC WS-TDMAST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TDMAST-STATUS.
           SELECT TDMNEW
           ASSIGN TO DYNAMIC WS-TDMNEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDTRAN
           ASSIGN TO DYNAMIC WS-TDTRAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TDTRAN-STATUS.
           SELECT TDPAY
           ASSIGN TO DYNAMIC WS-TDPAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDNOTICE
           ASSIGN TO DYNAMIC WS-TDNOTICE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPYTD
           ASSIGN TO DYNAMIC WS-CAPYTD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAPYTD-STATUS.
           SELECT BALANCE
           ASSIGN TO DYNAMIC WS-BALANCE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TDRATE.
       01 TRP.
           02 TR-TERM PIC 9(3).
           02 PIC X.
           02 TR-RATE PIC 9V9(4).
       FD TDMAST.
           COPY TDREC.
       FD TDMNEW.
       01 TDN PIC X(85).
       FD TDTRAN.
       01 TTP.
           02 TT-ACTION PIC X(6).
               88 TT-ACTION-OPEN VALUE 'OPEN'.
               88 TT-ACTION-INSTR VALUE 'INSTR'.
               88 TT-ACTION-WDRAW VALUE 'WDRAW'.
           02 PIC X.
           02 TT-NUM PIC 9(11).
           02 PIC X.
           02 TT-ACCT PIC 9(11).
           02 PIC X.
           02 TT-PRIN PIC 9(9)V99.
           02 PIC X.
           02 TT-TERM PIC 9(3).
           02 PIC X.
           02 TT-INSTR PIC X(1).
       FD TDPAY.
       01 TPP.
           02 TP-ACCT PIC 9(11).
           02 PIC X.
           02 TP-AMT PIC 9(7)V99.
           02 PIC X.
           02 TP-DC PIC X(1).
       01 TP-CTL PIC X(28).
       FD TDNOTICE.
       01 PRT-LINE PIC X(80).
       FD CAPYTD.
       01 CYP.
           02 CY-ACCT PIC 9(11).
           02 PIC X.
           02 CY-MONTH PIC 9(4).
           02 PIC X.
           02 CY-INT PIC 9(9).9(2).
       FD BALANCE.
           COPY BALREC.
       FD NAMADDR.
           COPY NAMEREC.
       WORKING-STORAGE SECTION.
       01 WS-TDRATE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\TDRATE.PAT'.
       01 WS-TDRATE-DSN PIC X(100).
       01 WS-TDMAST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\TDMAST.PAT'.
       01 WS-TDMAST-DSN PIC X(100).
       01 WS-TDMNEW-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\TDMNEW.PAT'.
       01 WS-TDMNEW-DSN PIC X(100).
       01 WS-TDTRAN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\TDTRAN.PAT'.
       01 WS-TDTRAN-DSN PIC X(100).
       01 WS-TDPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\TDPAY.PAT'.
       01 WS-TDPAY-DSN PIC X(100).
       01 WS-TDNOTICE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\TDNOTICE.PAT'.
       01 WS-TDNOTICE-DSN PIC X(100).
       01 WS-CAPYTD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CAPYTD.PAT'.
       01 WS-CAPYTD-DSN PIC X(100).
       01 WS-BALANCE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BALANCE.PAT'.
       01 WS-BALANCE-DSN PIC X(100).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-TDRATE-STATUS PIC X(2).
       01 WS-TDMAST-STATUS PIC X(2).
       01 WS-TDTRAN-STATUS PIC X(2).
       01 WS-CAPYTD-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-NAMADDR-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-RATE-EOF-SW PIC X VALUE 'N'.
           88 WS-RATE-EOF VALUE 'Y'.
       01 WS-MAST-EOF-SW PIC X VALUE 'N'.
           88 WS-MAST-EOF VALUE 'Y'.
       01 WS-TRAN-EOF-SW PIC X VALUE 'N'.
           88 WS-TRAN-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-TODAY-INT PIC 9(7) COMP.
       01 WS-NOTICE-X PIC X(3).
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
       01 WS-PEN-X PIC X(3).
       01 WS-PEN-DAYS PIC 9(3) VALUE 90.
       01 WS-RATE-MAX PIC 9(3) COMP VALUE 100.
       01 WS-RATE-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RATE-TABLE.
           02 WS-RT-ENTRY OCCURS 100 TIMES INDEXED BY WS-RT-IDX.
               03 WS-RT-TERM PIC 9(3).
               03 WS-RT-RATE PIC 9V9(4).
       01 WS-RATE-SW PIC X.
           88 WS-RATE-FOUND VALUE 'Y'.
       01 WS-FIND-TERM PIC 9(3).
       01 WS-TD-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-TD-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-TD-TABLE.
           02 WS-TD-ENTRY PIC X(85) OCCURS 5000 TIMES
               INDEXED BY WS-TD-IDX.
       01 WS-FOUND-SW PIC X.
           88 WS-TD-FOUND VALUE 'Y'.
       01 WS-I PIC 9(4) COMP.
       01 WS-FROM-INT PIC 9(7) COMP.
       01 WS-TO-INT PIC 9(7) COMP.
       01 WS-DAYS PIC S9(5) COMP.
       01 WS-INT-AMT PIC 9(9)V99.
       01 WS-PEN-AMT PIC 9(9)V99.
       01 WS-NET-INT PIC S9(9)V99.
       01 WS-PAY-AMT PIC 9(11)V99.
       01 WS-PAY-PART PIC 9(7)V99.
       01 WS-CREDIT-INT PIC 9(9)V99.
       01 WS-ROLL-PRIN PIC 9(11)V99.
       01 WS-ADD-DATE PIC 9(8).
       01 WS-ADD-DATE-R REDEFINES WS-ADD-DATE.
           02 WS-AD-YYYY PIC 9(4).
           02 WS-AD-MM PIC 9(2).
           02 WS-AD-DD PIC 9(2).
       01 WS-ADD-MONTHS PIC 9(3).
       01 WS-MONTH-TOTAL PIC 9(6) COMP.
       01 WS-LEAP-REM PIC 9(3) COMP.
       01 WS-LEAP-QUOT PIC 9(6) COMP.
       01 WS-MONTH-LAST PIC 9(2).
       01 WS-MONTH-DAYS-X PIC X(24) VALUE
           '312831303130313130313031'.
       01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-X.
           02 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
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
       01 WS-PAY-CNT PIC 9(7) VALUE ZERO.
       01 WS-PAY-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OPEN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-INSTR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ROLL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PAYOUT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-BREAK-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NOTICE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ACTIVE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-INT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-PEN-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-PAID-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-ACTIVE-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-AMT-ED PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-ED PIC 9.9999.
       01 WS-WORK-LINE PIC X(80).
       01 WS-INS-NAME PIC X(25).
       01 WS-INS-ADDR1 PIC X(25).
       01 WS-INS-ADDR2 PIC X(25).
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'TDMAT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           MOVE SPACES TO WS-NOTICE-X
           ACCEPT WS-NOTICE-X FROM ENVIRONMENT 'TD_NOTICE_DAYS'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NOTICE-X IS NUMERIC
               MOVE WS-NOTICE-X TO WS-NOTICE-DAYS
           END-IF
           MOVE SPACES TO WS-PEN-X
           ACCEPT WS-PEN-X FROM ENVIRONMENT 'TD_PEN_DAYS'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PEN-X IS NUMERIC
               MOVE WS-PEN-X TO WS-PEN-DAYS
           END-IF
           PERFORM LOAD-RATES-PARA.
           PERFORM LOAD-DEPOSITS-PARA.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS = '00'
               SET WS-NAMADDR-OPEN TO TRUE
           ELSE
               DISPLAY 'TDMAT: NO NAME/ADDRESS MASTER, NOTICES '
                   'PRINT UNADDRESSED'
           END-IF.
           OPEN OUTPUT TDPAY.
           MOVE 'TDMAT' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO TP-CTL.
           WRITE TP-CTL.
           OPEN OUTPUT TDNOTICE.
           OPEN EXTEND CAPYTD.
           IF WS-CAPYTD-STATUS = '35'
               OPEN OUTPUT CAPYTD
           END-IF.
           DISPLAY '===== TIME DEPOSIT MATURITY REPORT ====='
           OPEN INPUT TDTRAN.
           IF WS-TDTRAN-STATUS = '35'
               SET WS-TRAN-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-TRAN-EOF
               READ TDTRAN
                   AT END SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       PERFORM APPLY-TD-TRAN-PARA
               END-READ
           END-PERFORM.
           IF WS-TDTRAN-STATUS NOT = '35'
               CLOSE TDTRAN
           END-IF.
           PERFORM MATURITY-SCAN-PARA.
           MOVE WS-PAY-CNT TO WS-ET-CNT.
           MOVE WS-PAY-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO TP-CTL.
           WRITE TP-CTL.
           CLOSE TDPAY.
           CLOSE TDNOTICE.
           CLOSE CAPYTD.
           IF WS-NAMADDR-OPEN
               CLOSE NAMADDR
           END-IF.
           PERFORM REWRITE-DEPOSITS-PARA.
           PERFORM WRITE-BALANCE-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-TDRATE-DSN-DFLT TO WS-TDRATE-DSN
           ACCEPT WS-TDRATE-DSN FROM ENVIRONMENT 'TDRATE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TDRATE-DSN = SPACES
               MOVE WS-TDRATE-DSN-DFLT TO WS-TDRATE-DSN
           END-IF
           MOVE WS-TDMAST-DSN-DFLT TO WS-TDMAST-DSN
           ACCEPT WS-TDMAST-DSN FROM ENVIRONMENT 'TDMAST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TDMAST-DSN = SPACES
               MOVE WS-TDMAST-DSN-DFLT TO WS-TDMAST-DSN
           END-IF
           MOVE WS-TDMNEW-DSN-DFLT TO WS-TDMNEW-DSN
           ACCEPT WS-TDMNEW-DSN FROM ENVIRONMENT 'TDMNEW_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TDMNEW-DSN = SPACES
               MOVE WS-TDMNEW-DSN-DFLT TO WS-TDMNEW-DSN
           END-IF
           MOVE WS-TDTRAN-DSN-DFLT TO WS-TDTRAN-DSN
           ACCEPT WS-TDTRAN-DSN FROM ENVIRONMENT 'TDTRAN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TDTRAN-DSN = SPACES
               MOVE WS-TDTRAN-DSN-DFLT TO WS-TDTRAN-DSN
           END-IF
           MOVE WS-TDPAY-DSN-DFLT TO WS-TDPAY-DSN
           ACCEPT WS-TDPAY-DSN FROM ENVIRONMENT 'TDPAY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TDPAY-DSN = SPACES
               MOVE WS-TDPAY-DSN-DFLT TO WS-TDPAY-DSN
           END-IF
           MOVE WS-TDNOTICE-DSN-DFLT TO WS-TDNOTICE-DSN
           ACCEPT WS-TDNOTICE-DSN FROM ENVIRONMENT 'TDNOTICE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TDNOTICE-DSN = SPACES
               MOVE WS-TDNOTICE-DSN-DFLT TO WS-TDNOTICE-DSN
           END-IF
           MOVE WS-CAPYTD-DSN-DFLT TO WS-CAPYTD-DSN
           ACCEPT WS-CAPYTD-DSN FROM ENVIRONMENT 'CAPYTD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CAPYTD-DSN = SPACES
               MOVE WS-CAPYTD-DSN-DFLT TO WS-CAPYTD-DSN
           END-IF
           MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           ACCEPT WS-BALANCE-DSN FROM ENVIRONMENT 'BALANCE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BALANCE-DSN = SPACES
               MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF.
      *    THE RATE CARD GIVES TODAY'S FIXED RATE FOR EACH TERM WE
      *    SELL, IN MONTHS.  A NEW DEPOSIT AND A ROLLOVER BOTH TAKE THE
      *    RATE ON THE CARD FOR THEIR TERM; THE RATE IS THEN FIXED
      *    FOR THE LIFE OF THAT TERM.
       LOAD-RATES-PARA.
           OPEN INPUT TDRATE
           IF WS-TDRATE-STATUS NOT = '00'
               DISPLAY 'TDMAT: UNABLE TO OPEN TDRATE FILE, STATUS='
                   WS-TDRATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATE-EOF
               READ TDRATE
                   AT END SET WS-RATE-EOF TO TRUE
                   NOT AT END
                       IF TR-TERM IS NOT NUMERIC OR
                          TR-RATE IS NOT NUMERIC
                           CONTINUE
                       ELSE
                       IF WS-RATE-CNT >= WS-RATE-MAX
                           DISPLAY 'TDMAT: RATE TABLE FULL, TERM '
                               TR-TERM ' IGNORED'
                       ELSE
                           ADD 1 TO WS-RATE-CNT
                           SET WS-RT-IDX TO WS-RATE-CNT
                           MOVE TR-TERM TO WS-RT-TERM(WS-RT-IDX)
                           MOVE TR-RATE TO WS-RT-RATE(WS-RT-IDX)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TDRATE.
       FIND-RATE-PARA.
           MOVE 'N' TO WS-RATE-SW
           SET WS-RT-IDX TO 1
           PERFORM UNTIL WS-RT-IDX > WS-RATE-CNT OR WS-RATE-FOUND
               IF WS-RT-TERM(WS-RT-IDX) = WS-FIND-TERM
                   SET WS-RATE-FOUND TO TRUE
               ELSE
                   SET WS-RT-IDX UP BY 1
               END-IF
           END-PERFORM.
       LOAD-DEPOSITS-PARA.
           OPEN INPUT TDMAST
           IF WS-TDMAST-STATUS = '35'
               DISPLAY 'TDMAT: NO DEPOSIT MASTER ON HAND, STARTING '
                   'FRESH'
               SET WS-MAST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MAST-EOF
               READ TDMAST
                   AT END SET WS-MAST-EOF TO TRUE
                   NOT AT END
                       IF WS-TD-CNT >= WS-TD-MAX
                           DISPLAY 'TDMAT: DEPOSIT TABLE FULL, RUN '
                               'STOPPED SO NO DEPOSIT IS LOST'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       ELSE
                           ADD 1 TO WS-TD-CNT
                           SET WS-TD-IDX TO WS-TD-CNT
                           MOVE TDP TO WS-TD-ENTRY(WS-TD-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TDMAST-STATUS NOT = '35'
               CLOSE TDMAST
           END-IF.
       FIND-DEPOSIT-PARA.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-TD-IDX TO 1
           PERFORM UNTIL WS-TD-IDX > WS-TD-CNT OR WS-TD-FOUND
               IF WS-TD-ENTRY(WS-TD-IDX)(1:11) = TT-NUM
                   SET WS-TD-FOUND TO TRUE
               ELSE
                   SET WS-TD-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    BRANCH TRANSACTIONS: OPEN BOOKS A NEW DEPOSIT, INSTR
      *    CHANGES WHAT HAPPENS AT MATURITY, WDRAW BREAKS A DEPOSIT
      *    BEFORE ITS MATURITY DATE.
       APPLY-TD-TRAN-PARA.
           PERFORM FIND-DEPOSIT-PARA
           IF WS-TD-FOUND
               MOVE WS-TD-ENTRY(WS-TD-IDX) TO TDP
           END-IF
           EVALUATE TRUE
               WHEN TT-ACTION-OPEN
                   PERFORM OPEN-DEPOSIT-PARA
               WHEN TT-ACTION-INSTR
                   PERFORM CHANGE-INSTR-PARA
               WHEN TT-ACTION-WDRAW
                   PERFORM EARLY-WITHDRAW-PARA
               WHEN OTHER
                   DISPLAY 'TDMAT: INVALID ACTION ' TT-ACTION
                       ' FOR DEPOSIT ' TT-NUM
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE.
       OPEN-DEPOSIT-PARA.
           MOVE TT-TERM TO WS-FIND-TERM
           IF TT-TERM IS NUMERIC
               PERFORM FIND-RATE-PARA
           ELSE
               MOVE 'N' TO WS-RATE-SW
           END-IF
           IF TT-INSTR = SPACE
               MOVE 'P' TO TT-INSTR
           END-IF
           MOVE TT-INSTR TO TD-INSTR
           EVALUATE TRUE
               WHEN WS-TD-FOUND
                   DISPLAY 'TDMAT: DEPOSIT ' TT-NUM ' ALREADY ON FILE'
                   ADD 1 TO WS-REJECT-CNT
               WHEN TT-NUM IS NOT NUMERIC OR TT-NUM = ZERO
                   DISPLAY 'TDMAT: INVALID DEPOSIT NUMBER ' TT-NUM
                   ADD 1 TO WS-REJECT-CNT
               WHEN TT-ACCT IS NOT NUMERIC OR TT-ACCT = ZERO
                   DISPLAY 'TDMAT: NO LINKED ACCOUNT FOR DEPOSIT '
                       TT-NUM
                   ADD 1 TO WS-REJECT-CNT
               WHEN TT-PRIN IS NOT NUMERIC OR TT-PRIN = ZERO
                   DISPLAY 'TDMAT: INVALID PRINCIPAL FOR DEPOSIT '
                       TT-NUM
                   ADD 1 TO WS-REJECT-CNT
               WHEN NOT WS-RATE-FOUND
                   DISPLAY 'TDMAT: TERM ' TT-TERM ' NOT ON THE RATE '
                       'CARD, DEPOSIT ' TT-NUM ' NOT BOOKED'
                   ADD 1 TO WS-REJECT-CNT
               WHEN NOT TD-INSTR-VALID
                   DISPLAY 'TDMAT: INVALID MATURITY INSTRUCTION '
                       TT-INSTR ' FOR DEPOSIT ' TT-NUM
                   ADD 1 TO WS-REJECT-CNT
               WHEN WS-TD-CNT >= WS-TD-MAX
                   DISPLAY 'TDMAT: DEPOSIT TABLE FULL, DEPOSIT '
                       TT-NUM ' NOT BOOKED'
                   ADD 1 TO WS-REJECT-CNT
               WHEN OTHER
                   PERFORM BOOK-DEPOSIT-PARA
           END-EVALUATE.
       BOOK-DEPOSIT-PARA.
           MOVE SPACES TO TDP
           MOVE TT-NUM TO TD-NUM
           MOVE TT-ACCT TO TD-ACCT
           MOVE TT-PRIN TO TD-PRIN
           MOVE TT-TERM TO TD-TERM
           MOVE WS-RT-RATE(WS-RT-IDX) TO TD-RATE
           MOVE WS-BUS-DATE TO TD-OPENED
           MOVE TT-INSTR TO TD-INSTR
           MOVE 'A' TO TD-STATUS
           MOVE ZERO TO TD-NOTICE
           MOVE ZERO TO TD-CLOSED
           MOVE WS-BUS-DATE TO WS-ADD-DATE
           MOVE TD-TERM TO WS-ADD-MONTHS
           PERFORM ADD-MONTHS-PARA
           MOVE WS-ADD-DATE TO TD-MATURE
           ADD 1 TO WS-TD-CNT
           SET WS-TD-IDX TO WS-TD-CNT
           MOVE TDP TO WS-TD-ENTRY(WS-TD-IDX)
           ADD 1 TO WS-OPEN-CNT
           DISPLAY 'TDMAT: DEPOSIT ' TD-NUM ' BOOKED ' TD-TERM
               ' MONTHS AT ' TD-RATE ', MATURES ' TD-MATURE.
       CHANGE-INSTR-PARA.
           MOVE TT-INSTR TO TD-INSTR
           EVALUATE TRUE
               WHEN NOT WS-TD-FOUND
                   DISPLAY 'TDMAT: DEPOSIT NOT ON FILE: ' TT-NUM
                   ADD 1 TO WS-REJECT-CNT
               WHEN NOT TD-ACTIVE
                   DISPLAY 'TDMAT: DEPOSIT ' TT-NUM ' IS CLOSED, '
                       'INSTRUCTION NOT CHANGED'
                   ADD 1 TO WS-REJECT-CNT
               WHEN NOT TD-INSTR-VALID
                   DISPLAY 'TDMAT: INVALID MATURITY INSTRUCTION '
                       TT-INSTR ' FOR DEPOSIT ' TT-NUM
                   ADD 1 TO WS-REJECT-CNT
               WHEN OTHER
                   MOVE TDP TO WS-TD-ENTRY(WS-TD-IDX)
                   ADD 1 TO WS-INSTR-CNT
           END-EVALUATE.
      *    BREAKING A DEPOSIT EARLY PAYS THE INTEREST EARNED TO DATE
      *    LESS A PENALTY OF TD_PEN_DAYS DAYS' INTEREST AT THE DEPOSIT
      *    RATE.  WHERE THE PENALTY IS MORE THAN THE INTEREST EARNED,
      *    THE SHORTFALL COMES OUT OF THE PRINCIPAL.
       EARLY-WITHDRAW-PARA.
           EVALUATE TRUE
               WHEN NOT WS-TD-FOUND
                   DISPLAY 'TDMAT: DEPOSIT NOT ON FILE: ' TT-NUM
                   ADD 1 TO WS-REJECT-CNT
               WHEN NOT TD-ACTIVE
                   DISPLAY 'TDMAT: DEPOSIT ' TT-NUM ' IS CLOSED, '
                       'NOTHING TO WITHDRAW'
                   ADD 1 TO WS-REJECT-CNT
               WHEN TD-MATURE NOT > WS-BUS-DATE
                   DISPLAY 'TDMAT: DEPOSIT ' TT-NUM ' HAS MATURED, '
                       'PAID UNDER ITS MATURITY INSTRUCTION'
                   ADD 1 TO WS-REJECT-CNT
               WHEN OTHER
                   PERFORM BREAK-DEPOSIT-PARA
           END-EVALUATE.
       BREAK-DEPOSIT-PARA.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(TD-OPENED)
           MOVE WS-TODAY-INT TO WS-TO-INT
           PERFORM COMPUTE-INTEREST-PARA
           COMPUTE WS-PEN-AMT ROUNDED =
               TD-PRIN * TD-RATE * WS-PEN-DAYS / 365
           COMPUTE WS-NET-INT = WS-INT-AMT - WS-PEN-AMT
           IF WS-NET-INT > ZERO
               MOVE WS-NET-INT TO WS-CREDIT-INT
           ELSE
               MOVE ZERO TO WS-CREDIT-INT
           END-IF
           COMPUTE WS-PAY-AMT = TD-PRIN + WS-NET-INT
           DISPLAY 'TDMAT: DEPOSIT ' TD-NUM ' BROKEN EARLY, '
               'INTEREST ' WS-INT-AMT ' PENALTY ' WS-PEN-AMT
               ' PAID ' WS-PAY-AMT
           PERFORM CREDIT-INTEREST-PARA
           PERFORM PAY-OUT-PARA
           ADD WS-PEN-AMT TO WS-PEN-TOTAL
           MOVE 'W' TO TD-STATUS
           MOVE WS-BUS-DATE TO TD-CLOSED
           MOVE TDP TO WS-TD-ENTRY(WS-TD-IDX)
           ADD 1 TO WS-BREAK-CNT.
      *    EVERY ACTIVE DEPOSIT IS LOOKED AT EACH NIGHT: ONE THAT HAS
      *    REACHED ITS MATURITY DATE IS ROLLED OR PAID OUT, AND ONE
      *    WITHIN TD_NOTICE_DAYS OF IT IS SENT ITS MATURITY NOTICE,
      *    ONCE PER TERM.
       MATURITY-SCAN-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-TD-CNT
               SET WS-TD-IDX TO WS-I
               MOVE WS-TD-ENTRY(WS-TD-IDX) TO TDP
               IF TD-ACTIVE
                   IF TD-MATURE NOT > WS-BUS-DATE
                       PERFORM MATURE-DEPOSIT-PARA
                   ELSE
                       PERFORM CHECK-NOTICE-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.
       MATURE-DEPOSIT-PARA.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(TD-OPENED)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(TD-MATURE)
           PERFORM COMPUTE-INTEREST-PARA
           MOVE WS-INT-AMT TO WS-CREDIT-INT
           PERFORM CREDIT-INTEREST-PARA
           MOVE TD-TERM TO WS-FIND-TERM
           PERFORM FIND-RATE-PARA
           IF TD-INSTR-PAYOUT
               PERFORM MATURE-PAYOUT-PARA
           ELSE
           IF NOT WS-RATE-FOUND
               DISPLAY 'TDMAT: TERM ' TD-TERM ' NO LONGER OFFERED, '
                   'DEPOSIT ' TD-NUM ' PAID OUT INSTEAD OF ROLLED'
               PERFORM MATURE-PAYOUT-PARA
           ELSE
               PERFORM ROLL-DEPOSIT-PARA
           END-IF
           END-IF
           MOVE TDP TO WS-TD-ENTRY(WS-TD-IDX).
       MATURE-PAYOUT-PARA.
           COMPUTE WS-PAY-AMT = TD-PRIN + WS-INT-AMT
           DISPLAY 'TDMAT: DEPOSIT ' TD-NUM ' MATURED, ' WS-PAY-AMT
               ' PAID TO ACCOUNT ' TD-ACCT
           PERFORM PAY-OUT-PARA
           MOVE 'M' TO TD-STATUS
           MOVE WS-BUS-DATE TO TD-CLOSED
           ADD 1 TO WS-PAYOUT-CNT.
      *    A ROLLOVER STARTS THE NEW TERM ON THE OLD MATURITY DATE AT
      *    THE CARD RATE FOR THE SAME TERM.  INSTRUCTION R ROLLS THE
      *    INTEREST IN WITH THE PRINCIPAL; INSTRUCTION I ROLLS THE
      *    PRINCIPAL ONLY AND PAYS THE INTEREST TO THE LINKED ACCOUNT.
       ROLL-DEPOSIT-PARA.
           IF TD-INSTR-ROLL-PRIN
               MOVE WS-INT-AMT TO WS-PAY-AMT
               PERFORM PAY-OUT-PARA
               MOVE TD-PRIN TO WS-ROLL-PRIN
           ELSE
               COMPUTE WS-ROLL-PRIN = TD-PRIN + WS-INT-AMT
           END-IF
           IF WS-ROLL-PRIN > 999999999.99
               DISPLAY 'TDMAT: DEPOSIT ' TD-NUM ' TOO LARGE TO ROLL, '
                   'PAID OUT INSTEAD'
               MOVE WS-ROLL-PRIN TO WS-PAY-AMT
               PERFORM PAY-OUT-PARA
               MOVE 'M' TO TD-STATUS
               MOVE WS-BUS-DATE TO TD-CLOSED
               ADD 1 TO WS-PAYOUT-CNT
           ELSE
               MOVE WS-ROLL-PRIN TO TD-PRIN
               MOVE WS-RT-RATE(WS-RT-IDX) TO TD-RATE
               MOVE TD-MATURE TO TD-OPENED
               MOVE TD-MATURE TO WS-ADD-DATE
               MOVE TD-TERM TO WS-ADD-MONTHS
               PERFORM ADD-MONTHS-PARA
               MOVE WS-ADD-DATE TO TD-MATURE
               MOVE ZERO TO TD-NOTICE
               ADD 1 TO WS-ROLL-CNT
               DISPLAY 'TDMAT: DEPOSIT ' TD-NUM ' ROLLED AT '
                   TD-RATE ', PRINCIPAL ' TD-PRIN ', MATURES '
                   TD-MATURE
           END-IF.
       COMPUTE-INTEREST-PARA.
           COMPUTE WS-DAYS = WS-TO-INT - WS-FROM-INT
           IF WS-DAYS < ZERO
               MOVE ZERO TO WS-DAYS
           END-IF
           COMPUTE WS-INT-AMT ROUNDED =
               TD-PRIN * TD-RATE * WS-DAYS / 365.
      *    INTEREST CREDITED ON A DEPOSIT IS REPORTED ON THE HOLDER'S
      *    YEAR-END CERTIFICATE UNDER THE LINKED ACCOUNT, ALONGSIDE
      *    THE INTEREST CAPITALIZED ON THAT ACCOUNT.
       CREDIT-INTEREST-PARA.
           IF WS-CREDIT-INT > ZERO
               MOVE SPACES TO CYP
               MOVE TD-ACCT TO CY-ACCT
               MOVE WS-BUS-DATE(3:4) TO CY-MONTH
               MOVE WS-CREDIT-INT TO CY-INT
               WRITE CYP
               ADD WS-CREDIT-INT TO WS-INT-TOTAL
           END-IF.
      *    MONEY LEAVING A DEPOSIT IS CREDITED TO THE LINKED ACCOUNT
      *    ON THE TDPAY FEED, WHICH POSTTRN POSTS WITH THE DAY'S OTHER
      *    TRANSACTIONS.  A CREDIT LARGER THAN ONE TRANSACTION CAN
      *    CARRY GOES AS SEVERAL.
       PAY-OUT-PARA.
           ADD WS-PAY-AMT TO WS-PAID-TOTAL
           PERFORM UNTIL WS-PAY-AMT = ZERO
               IF WS-PAY-AMT > 9999999.99
                   MOVE 9999999.99 TO WS-PAY-PART
               ELSE
                   MOVE WS-PAY-AMT TO WS-PAY-PART
               END-IF
               MOVE SPACES TO TPP
               MOVE TD-ACCT TO TP-ACCT
               MOVE WS-PAY-PART TO TP-AMT
               MOVE 'C' TO TP-DC
               WRITE TPP
               ADD 1 TO WS-PAY-CNT
               ADD WS-PAY-PART TO WS-PAY-HASH
               SUBTRACT WS-PAY-PART FROM WS-PAY-AMT
           END-PERFORM.
       CHECK-NOTICE-PARA.
           ADD 1 TO WS-ACTIVE-CNT
           ADD TD-PRIN TO WS-ACTIVE-TOTAL
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(TD-MATURE)
           COMPUTE WS-DAYS = WS-TO-INT - WS-TODAY-INT
           IF TD-NOTICE = ZERO AND WS-DAYS NOT > WS-NOTICE-DAYS
               PERFORM PRINT-NOTICE-PARA
               MOVE WS-BUS-DATE TO TD-NOTICE
               MOVE TDP TO WS-TD-ENTRY(WS-TD-IDX)
               ADD 1 TO WS-NOTICE-CNT
           END-IF.
       PRINT-NOTICE-PARA.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(TD-OPENED)
           PERFORM COMPUTE-INTEREST-PARA
           PERFORM GET-ADDRESS-PARA
           MOVE 'TIME DEPOSIT MATURITY NOTICE' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'DEPOSIT  : ' DELIMITED BY SIZE
                  TD-NUM DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'HOLDER   : ' DELIMITED BY SIZE
                  WS-INS-NAME DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'ADDRESS  : ' DELIMITED BY SIZE
                  WS-INS-ADDR1 DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING '           ' DELIMITED BY SIZE
                  WS-INS-ADDR2 DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'MATURES  : ' DELIMITED BY SIZE
                  TD-MATURE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE TD-PRIN TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'PRINCIPAL: ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-INT-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'INTEREST : ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           EVALUATE TRUE
               WHEN TD-INSTR-ROLL
                   STRING 'AT MATURITY PRINCIPAL AND INTEREST ROLL '
                          'OVER FOR ' DELIMITED BY SIZE
                          TD-TERM DELIMITED BY SIZE
                          ' MONTHS' DELIMITED BY SIZE
                       INTO WS-WORK-LINE
               WHEN TD-INSTR-ROLL-PRIN
                   STRING 'AT MATURITY PRINCIPAL ROLLS OVER FOR '
                          DELIMITED BY SIZE
                          TD-TERM DELIMITED BY SIZE
                          ' MONTHS, INTEREST PAID TO '
                          DELIMITED BY SIZE
                          TD-ACCT DELIMITED BY SIZE
                       INTO WS-WORK-LINE
               WHEN OTHER
                   STRING 'AT MATURITY THE DEPOSIT IS PAID TO '
                          'ACCOUNT ' DELIMITED BY SIZE
                          TD-ACCT DELIMITED BY SIZE
                       INTO WS-WORK-LINE
           END-EVALUATE
           PERFORM WRITE-LINE-PARA
           MOVE TD-TERM TO WS-FIND-TERM
           PERFORM FIND-RATE-PARA
           IF WS-RATE-FOUND
               MOVE WS-RT-RATE(WS-RT-IDX) TO WS-RATE-ED
               MOVE SPACES TO WS-WORK-LINE
               STRING 'TODAY''S RATE FOR THIS TERM: '
                      DELIMITED BY SIZE
                      WS-RATE-ED DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
           END-IF
           MOVE 'TO CHANGE YOUR INSTRUCTION, CONTACT US BEFORE THE '
               TO WS-WORK-LINE
           MOVE 'MATURITY DATE.' TO WS-WORK-LINE(51:14)
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       GET-ADDRESS-PARA.
           MOVE SPACES TO WS-INS-NAME
           MOVE SPACES TO WS-INS-ADDR1
           MOVE SPACES TO WS-INS-ADDR2
           IF WS-NAMADDR-OPEN
               MOVE SPACES TO NA-KEY
               MOVE TD-ACCT TO NA-KEY(1:11)
               READ NAMADDR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE NA-NAME TO WS-INS-NAME
                       MOVE NA-ADDR1 TO WS-INS-ADDR1
                       MOVE NA-ADDR2 TO WS-INS-ADDR2
               END-READ
           END-IF.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO PRT-LINE
           WRITE PRT-LINE.
      *    ADDS WS-ADD-MONTHS TO WS-ADD-DATE.  A DAY PAST THE END OF
      *    THE TARGET MONTH FALLS BACK TO ITS LAST DAY, SO A DEPOSIT
      *    OPENED ON 31 JANUARY FOR ONE MONTH MATURES AT MONTH END.
       ADD-MONTHS-PARA.
           COMPUTE WS-MONTH-TOTAL =
               WS-AD-YYYY * 12 + WS-AD-MM - 1 + WS-ADD-MONTHS
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM
           MOVE WS-LEAP-QUOT TO WS-AD-YYYY
           COMPUTE WS-AD-MM = WS-LEAP-REM + 1
           MOVE WS-MONTH-DAYS(WS-AD-MM) TO WS-MONTH-LAST
           IF WS-AD-MM = 2
               DIVIDE WS-AD-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-MONTH-LAST
                   DIVIDE WS-AD-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 28 TO WS-MONTH-LAST
                       DIVIDE WS-AD-YYYY BY 400 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-MONTH-LAST
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-AD-DD > WS-MONTH-LAST
               MOVE WS-MONTH-LAST TO WS-AD-DD
           END-IF.
       REWRITE-DEPOSITS-PARA.
           OPEN OUTPUT TDMNEW
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-TD-CNT
               SET WS-TD-IDX TO WS-I
               MOVE WS-TD-ENTRY(WS-TD-IDX) TO TDN
               WRITE TDN
               ADD 1 TO WS-I
           END-PERFORM
           CLOSE TDMNEW.
      *    THE INTEREST CREDITED HERE GOES ON THE TAX CERTIFICATES, SO
      *    IT IS REPORTED FOR TAXCERT'S TIE-OUT THE SAME WAY CAPITAL
      *    REPORTS THE INTEREST IT CAPITALIZES.
       WRITE-BALANCE-PARA.
           OPEN EXTEND BALANCE
           IF WS-BALANCE-STATUS = '35'
               OPEN OUTPUT BALANCE
           END-IF
           MOVE SPACES TO BLP
           MOVE 'TDMAT' TO BL-STEP
           MOVE WS-BUS-DATE(3:6) TO BL-DATE
           MOVE WS-READ-CNT TO BL-READ
           COMPUTE BL-ACCEPT = WS-OPEN-CNT + WS-INSTR-CNT
               + WS-BREAK-CNT
           MOVE WS-REJECT-CNT TO BL-REJECT
           MOVE WS-INT-TOTAL TO BL-AMT
           MOVE WS-PAID-TOTAL TO BL-AMT2
           WRITE BLP
           CLOSE BALANCE.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== TIME DEPOSIT CONTROL TOTALS ====='.
           DISPLAY 'TRANSACTIONS READ  : ' WS-READ-CNT.
           DISPLAY 'DEPOSITS BOOKED    : ' WS-OPEN-CNT.
           DISPLAY 'INSTRUCTIONS CHGD  : ' WS-INSTR-CNT.
           DISPLAY 'BROKEN EARLY       : ' WS-BREAK-CNT.
           DISPLAY 'TRANS REJECTED     : ' WS-REJECT-CNT.
           DISPLAY 'ROLLED OVER        : ' WS-ROLL-CNT.
           DISPLAY 'PAID OUT AT MATURITY: ' WS-PAYOUT-CNT.
           DISPLAY 'MATURITY NOTICES   : ' WS-NOTICE-CNT.
           DISPLAY 'INTEREST CREDITED  : ' WS-INT-TOTAL.
           DISPLAY 'PENALTIES TAKEN    : ' WS-PEN-TOTAL.
           DISPLAY 'PAID TO ACCOUNTS   : ' WS-PAID-TOTAL.
           DISPLAY 'ACTIVE DEPOSITS    : ' WS-ACTIVE-CNT ' '
               WS-ACTIVE-TOTAL.
