           ASSIGN TO DYNAMIC WS-TRANSACTION-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT APDEBIT
           ASSIGN TO DYNAMIC WS-APDEBIT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APDEBIT-STATUS.
           SELECT TDPAY
           ASSIGN TO DYNAMIC WS-TDPAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TDPAY-STATUS.
           SELECT FEETRN
           ASSIGN TO DYNAMIC WS-FEETRN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEETRN-STATUS.
           SELECT ACCTSRT
           ASSIGN TO DYNAMIC WS-ACCTSRT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO DYNAMIC WS-ESCHREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESCHREG-STATUS.
           SELECT ODMAST
           ASSIGN TO DYNAMIC WS-ODMAST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ODMAST-STATUS.
           SELECT ODMNEW
           ASSIGN TO DYNAMIC WS-ODMNEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODNOTE
           ASSIGN TO DYNAMIC WS-ODNOTE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODCOLL
           ASSIGN TO DYNAMIC WS-ODCOLL-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT PERDRDR
           ASSIGN TO DYNAMIC WS-PERDRDR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERDRDR-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
       01 WS-ACCT.
           02 WS-ACCT-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-ACCT-BAL PIC S9(9)V99.
       FD TRANSACTION.
       01 WS-TRANS.
           02 WS-TRANS-ACCT PIC 9(11).
           02 WS-TRANS-AMT PIC 9(7)V99.
           02 FILLER PIC X.
           02 WS-TRANS-DC PIC X(1).
       FD APDEBIT.
       01 ADP.
           02 AD-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 AD-AMT PIC 9(7)V99.
           02 FILLER PIC X.
           02 AD-DC PIC X(1).
       01 AD-CTL PIC X(28).
       FD TDPAY.
       01 TPP.
           02 TP-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 TP-AMT PIC 9(7)V99.
           02 FILLER PIC X.
           02 TP-DC PIC X(1).
       01 TP-CTL PIC X(28).
       FD FEETRN.
       01 FTP.
           02 FT-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 FT-AMT PIC 9(7)V99.
           02 FILLER PIC X.
           02 FT-DC PIC X(1).
       01 FT-CTL PIC X(28).
       FD ACCTSRT.
       01 AS-REC.
           02 AS-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 AS-BAL PIC S9(9)V99.
       FD TRANSSRT.
       01 TS-REC.
           02 TS-ACCT PIC 9(11).
           02 TS-AMT PIC 9(7)V99.
           02 FILLER PIC X.
           02 TS-DC PIC X(1).
           02 TS-SRC PIC X(1).
               88 TS-SRC-CUSTOMER VALUE 'T'.
       FD ACCTNEW.
       01 AN-REC.
           02 AN-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 AN-BAL PIC S9(9)V99.
       01 AN-CTL PIC X(28).
       FD ESCHREG.
       01 EGP.
           02 EG-DATE PIC 9(6).
           02 PIC X.
           02 EG-AMT PIC 9(9).9(2).
       FD ODMAST.
       01 ODP.
           02 OD-ACCT PIC 9(11).
           02 PIC X.
           02 OD-LIMIT PIC 9(7)V99.
           02 PIC X.
           02 OD-SINCE PIC 9(8).
       FD ODMNEW.
       01 ODN.
           02 ON-ACCT PIC 9(11).
           02 PIC X.
           02 ON-LIMIT PIC 9(7)V99.
           02 PIC X.
           02 ON-SINCE PIC 9(8).
       FD ODNOTE.
       01 PRT-LINE PIC X(80).
       FD ODCOLL.
       01 CLP.
           02 CL-DAYS PIC 9(5).
           02 PIC X.
           02 CL-ACCT PIC X(16).
           02 PIC X.
           02 CL-NAME PIC X(15).
           02 PIC X.
           02 CL-AMT PIC 9(7).9(2).
           02 PIC X.
           02 CL-STATUS PIC X(10).
       FD NAMADDR.
           COPY NAMEREC.
       FD PERDRDR.
           COPY PERDRDR.
       SD WORK.
       01 SW-REC.
           02 SW-ACCT PIC X(11).
           02 PIC X.
           02 SW-AMT PIC X(9).
           02 PIC X.
           02 SW-DC PIC X(1).
           02 SW-SRC PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ACCOUNT.PAT'.
       01 WS-TRANSACTION-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\TRANSACTION.PAT'.
       01 WS-TRANSACTION-DSN PIC X(100).
       01 WS-APDEBIT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\APDEBIT.PAT'.
       01 WS-APDEBIT-DSN PIC X(100).
       01 WS-TDPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\TDPAY.PAT'.
       01 WS-TDPAY-DSN PIC X(100).
       01 WS-FEETRN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\FEETRN.PAT'.
       01 WS-FEETRN-DSN PIC X(100).
       01 WS-ACCTSRT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PSTACCT.PAT'.
       01 WS-ACCTSRT-DSN PIC X(100).
       01 WS-WORK-DSN PIC X(100).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-TRANSACTION-STATUS PIC X(2).
       01 WS-APDEBIT-STATUS PIC X(2).
       01 WS-TDPAY-STATUS PIC X(2).
       01 WS-FEETRN-STATUS PIC X(2).
       01 WS-RAW-EOF-SW PIC X VALUE 'N'.
           88 WS-RAW-EOF VALUE 'Y'.
       01 WS-APD-EOF-SW PIC X VALUE 'N'.
           88 WS-APD-EOF VALUE 'Y'.
       01 WS-APD-STALE-SW PIC X VALUE 'N'.
           88 WS-APD-STALE VALUE 'Y'.
       01 WS-APD-HDR-DATE PIC X(8).
       01 WS-TDP-EOF-SW PIC X VALUE 'N'.
           88 WS-TDP-EOF VALUE 'Y'.
       01 WS-TDP-STALE-SW PIC X VALUE 'N'.
           88 WS-TDP-STALE VALUE 'Y'.
       01 WS-TDP-HDR-DATE PIC X(8).
       01 WS-FEE-EOF-SW PIC X VALUE 'N'.
           88 WS-FEE-EOF VALUE 'Y'.
       01 WS-FEE-STALE-SW PIC X VALUE 'N'.
           88 WS-FEE-STALE VALUE 'Y'.
       01 WS-FEE-HDR-DATE PIC X(8).
       01 WS-FEE-HDR-8 PIC 9(8).
       01 WS-FEE-NEXT-8 PIC 9(8).
       01 WS-FEE-DUE-8 PIC 9(8) VALUE ZERO.
       01 WS-WARN-RC PIC 9(2) VALUE ZERO.
       01 WS-VFY-EOF-SW PIC X VALUE 'N'.
           88 WS-VFY-EOF VALUE 'Y'.
       01 WS-HDR-SEEN-SW PIC X VALUE 'N'.
           88 WS-HDR-SEEN VALUE 'Y'.
       01 WS-TRL-SEEN-SW PIC X VALUE 'N'.
           88 WS-TRL-SEEN VALUE 'Y'.
       01 WS-VFY-CNT PIC 9(7) VALUE ZERO.
       01 WS-VFY-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-TRL-IMAGE PIC X(28).
       01 WS-AUTOPAY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-TDPAY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-FEE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ACCT-EOF-SW PIC X VALUE 'N'.
           88 WS-ACCT-EOF VALUE 'Y'.
       01 WS-TRANS-EOF-SW PIC X VALUE 'N'.
           88 WS-TRANS-EOF VALUE 'Y'.
       01 WS-OLD-BAL PIC S9(9)V99.
       01 WS-NEW-BAL PIC S9(9)V99.
       01 WS-APPLIED-CNT PIC 9(5) COMP.
       01 WS-ACCT-DR PIC 9(9)V99.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-ODMAST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ODMAST.PAT'.
       01 WS-ODMAST-DSN PIC X(100).
       01 WS-ODMNEW-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ODMNEW.PAT'.
       01 WS-ODMNEW-DSN PIC X(100).
       01 WS-ODNOTE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ODNOTE.PAT'.
       01 WS-ODNOTE-DSN PIC X(100).
       01 WS-ODCOLL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ODCOLL.PAT'.
       01 WS-ODCOLL-DSN PIC X(100).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-ODMAST-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-PERDRDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PERDRDR.PAT'.
       01 WS-PERDRDR-DSN PIC X(100).
       01 WS-PERDRDR-STATUS PIC X(2).
       01 WS-PERDPGM PIC X(8) VALUE 'PERDLOCK'.
       01 WS-CALPGM PIC X(7) VALUE 'BUSCAL'.
       01 WS-OPEN-DATE PIC 9(8).
       01 WS-PERD-SW PIC X(1).
           88 WS-PERIOD-CLOSED VALUE 'C'.
       01 WS-ROLL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ROLL-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-NAMADDR-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-OD-EOF-SW PIC X VALUE 'N'.
           88 WS-OD-EOF VALUE 'Y'.
       01 WS-OD-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-OD-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-OD-TABLE.
           02 WS-OD-ENTRY OCCURS 5000 TIMES INDEXED BY WS-OD-IDX.
               03 WS-OD-ACCT PIC 9(11).
               03 WS-OD-LIMIT PIC 9(7)V99.
               03 WS-OD-SINCE PIC 9(8).
       01 WS-OD-SW PIC X.
           88 WS-OD-FOUND VALUE 'Y'.
       01 WS-OD-FEE-X PIC X(7).
       01 WS-OD-FEE-N REDEFINES WS-OD-FEE-X PIC 9(5)V99.
       01 WS-OD-FEE PIC 9(5)V99 VALUE 35.00.
       01 WS-NSF-FEE-X PIC X(7).
       01 WS-NSF-FEE-N REDEFINES WS-NSF-FEE-X PIC 9(5)V99.
       01 WS-NSF-FEE PIC 9(5)V99 VALUE 35.00.
       01 WS-OD-RATE-X PIC X(5).
       01 WS-OD-RATE-N REDEFINES WS-OD-RATE-X PIC 9V9(4).
       01 WS-OD-RATE PIC 9V9(4) VALUE 0.1800.
       01 WS-COLL-DAYS-X PIC X(3).
       01 WS-COLL-DAYS PIC 9(3) VALUE 30.
       01 WS-TODAY-INT PIC 9(7) COMP.
       01 WS-OD-DAYS PIC 9(5) COMP.
       01 WS-A-LIMIT PIC 9(7)V99.
       01 WS-A-SINCE PIC 9(8).
       01 WS-A-OD-ITEMS PIC 9(5) COMP.
       01 WS-A-NSF-ITEMS PIC 9(5) COMP.
       01 WS-A-CHARGE PIC 9(7)V99.
       01 WS-A-OVERDRAWN PIC 9(9)V99.
       01 WS-A-NAME PIC X(25).
       01 WS-A-ADDR1 PIC X(25).
       01 WS-A-ADDR2 PIC X(25).
       01 WS-TRY-BAL PIC S9(9)V99.
       01 WS-FLOOR-BAL PIC S9(9)V99.
       01 WS-NSF-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NSF-AMT PIC 9(11)V99 VALUE ZERO.
       01 WS-OD-ITEM-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OD-FEE-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-NSF-FEE-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-OD-INT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-OVERDRAWN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OVERDRAWN-AMT PIC 9(11)V99 VALUE ZERO.
       01 WS-COLL-CNT PIC 9(7) VALUE ZERO.
       01 WS-COLL-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-AMT-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-WORK-LINE PIC X(80).
       01 WS-NEW-CNT PIC 9(7) VALUE ZERO.
       01 WS-NEW-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-EXPECT-TRL.
           MOVE 'POSTTRN' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           PERFORM GET-OVERDRAFT-PARMS-PARA.
           PERFORM PERIOD-CHECK-PARA.
           PERFORM LOAD-ESCHREG-PARA.
           PERFORM LOAD-OVERDRAFT-PARA.
           OPEN INPUT ACCOUNT.
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'POSTTRN: UNABLE TO OPEN ACCOUNT FILE, '
               STOP RUN
           END-IF.
           CLOSE TRANSACTION.
           PERFORM VERIFY-APDEBIT-PARA.
           PERFORM VERIFY-TDPAY-PARA.
           PERFORM VERIFY-FEETRN-PARA.
           SORT WORK ON ASCENDING KEY SW-ACCT
               USING ACCOUNT GIVING ACCTSRT.
      *    WITHIN AN ACCOUNT THE CREDITS POST FIRST, THEN THE BANK'S
      *    OWN DEBITS, AND THE CUSTOMER'S DEBITS LAST, SO AN ITEM IS
      *    ONLY RETURNED WHEN THE DAY'S MONEY IN COULD NOT COVER IT.
           SORT WORK ON ASCENDING KEY SW-ACCT SW-DC SW-SRC
               INPUT PROCEDURE IS RELEASE-TRANS-PARA
               GIVING TRANSSRT.
           OPEN INPUT ACCTSRT.
           OPEN INPUT TRANSSRT.
           OPEN OUTPUT ACCTNEW.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO AN-CTL.
           WRITE AN-CTL.
           OPEN OUTPUT ODNOTE.
           OPEN OUTPUT ODCOLL.
           OPEN EXTEND PERDRDR.
           IF WS-PERDRDR-STATUS = '35'
               OPEN OUTPUT PERDRDR
           END-IF.
           MOVE WS-HDR-IMAGE TO CLP.
           WRITE CLP.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS = '00'
               SET WS-NAMADDR-OPEN TO TRUE
           END-IF.
           DISPLAY '===== TRANSACTION POSTING REPORT ====='
           DISPLAY 'ACCOUNT      OLD BALANCE  TRANS  NEW BALANCE'
           PERFORM READ-ACCT-PARA.
           CLOSE ACCTSRT.
           CLOSE TRANSSRT.
           CLOSE ACCTNEW.
           MOVE WS-COLL-CNT TO WS-ET-CNT.
           MOVE WS-COLL-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO CLP.
           WRITE CLP.
           CLOSE ODCOLL.
           CLOSE ODNOTE.
           CLOSE PERDRDR.
           IF WS-NAMADDR-OPEN
               CLOSE NAMADDR
           END-IF.
           PERFORM REWRITE-OVERDRAFT-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           MOVE WS-WARN-RC TO RETURN-CODE.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           IF WS-TRANSACTION-DSN = SPACES
               MOVE WS-TRANSACTION-DSN-DFLT TO WS-TRANSACTION-DSN
           END-IF
           MOVE WS-APDEBIT-DSN-DFLT TO WS-APDEBIT-DSN
           ACCEPT WS-APDEBIT-DSN FROM ENVIRONMENT 'APDEBIT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-APDEBIT-DSN = SPACES
               MOVE WS-APDEBIT-DSN-DFLT TO WS-APDEBIT-DSN
           END-IF
           MOVE WS-TDPAY-DSN-DFLT TO WS-TDPAY-DSN
           ACCEPT WS-TDPAY-DSN FROM ENVIRONMENT 'TDPAY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TDPAY-DSN = SPACES
               MOVE WS-TDPAY-DSN-DFLT TO WS-TDPAY-DSN
           END-IF
           MOVE WS-FEETRN-DSN-DFLT TO WS-FEETRN-DSN
           ACCEPT WS-FEETRN-DSN FROM ENVIRONMENT 'FEETRN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FEETRN-DSN = SPACES
               MOVE WS-FEETRN-DSN-DFLT TO WS-FEETRN-DSN
           END-IF
           MOVE WS-ACCTSRT-DSN-DFLT TO WS-ACCTSRT-DSN
           ACCEPT WS-ACCTSRT-DSN FROM ENVIRONMENT 'PSTACCT_DD'
               ON EXCEPTION CONTINUE
           IF WS-ESCHREG-DSN = SPACES
               MOVE WS-ESCHREG-DSN-DFLT TO WS-ESCHREG-DSN
           END-IF
           MOVE WS-ODMAST-DSN-DFLT TO WS-ODMAST-DSN
           ACCEPT WS-ODMAST-DSN FROM ENVIRONMENT 'ODMAST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ODMAST-DSN = SPACES
               MOVE WS-ODMAST-DSN-DFLT TO WS-ODMAST-DSN
           END-IF
           MOVE WS-ODMNEW-DSN-DFLT TO WS-ODMNEW-DSN
           ACCEPT WS-ODMNEW-DSN FROM ENVIRONMENT 'ODMNEW_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ODMNEW-DSN = SPACES
               MOVE WS-ODMNEW-DSN-DFLT TO WS-ODMNEW-DSN
           END-IF
           MOVE WS-ODNOTE-DSN-DFLT TO WS-ODNOTE-DSN
           ACCEPT WS-ODNOTE-DSN FROM ENVIRONMENT 'ODNOTE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ODNOTE-DSN = SPACES
               MOVE WS-ODNOTE-DSN-DFLT TO WS-ODNOTE-DSN
           END-IF
           MOVE WS-ODCOLL-DSN-DFLT TO WS-ODCOLL-DSN
           ACCEPT WS-ODCOLL-DSN FROM ENVIRONMENT 'ODCOLL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ODCOLL-DSN = SPACES
               MOVE WS-ODCOLL-DSN-DFLT TO WS-ODCOLL-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-PERDRDR-DSN-DFLT TO WS-PERDRDR-DSN
           ACCEPT WS-PERDRDR-DSN FROM ENVIRONMENT 'PERDRDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PERDRDR-DSN = SPACES
               MOVE WS-PERDRDR-DSN-DFLT TO WS-PERDRDR-DSN
           END-IF
           MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           ACCEPT WS-WORK-DSN FROM ENVIRONMENT 'WORK_DD'
               ON EXCEPTION CONTINUE
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF.
      *    CARD AUTOPAY DRAWS ARRIVE ON THEIR OWN FILE OF DEBITS.
      *    ITS TRAILER IS PROVED BEFORE ANYTHING IS POSTED, AND ITS
      *    DEBITS ARE THEN POSTED WITH THE DAY'S OTHER TRANSACTIONS.
      *    CARDAP REWRITES THE FILE EACH RUN, SO ONE STAMPED FOR ANY
      *    OTHER BUSINESS DATE IS LEFT FROM AN EARLIER NIGHT; IT IS
      *    NOT POSTED AND THE STEP ENDS RC 4 FOR THE OPERATOR.
       VERIFY-APDEBIT-PARA.
           MOVE SPACES TO WS-APD-HDR-DATE
           OPEN INPUT APDEBIT
           IF WS-APDEBIT-STATUS = '35'
               SET WS-VFY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VFY-EOF
               READ APDEBIT
                   AT END SET WS-VFY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AD-CTL(1:3) = 'HDR'
                               SET WS-HDR-SEEN TO TRUE
                               MOVE AD-CTL(14:8) TO WS-APD-HDR-DATE
                           WHEN AD-CTL(1:3) = 'TRL'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE AD-CTL TO WS-TRL-IMAGE
                           WHEN OTHER
                               ADD 1 TO WS-VFY-CNT
                               IF AD-AMT IS NUMERIC
                                   ADD AD-AMT TO WS-VFY-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-APDEBIT-STATUS NOT = '35'
               CLOSE APDEBIT
           END-IF
           IF WS-HDR-SEEN
               IF WS-APD-HDR-DATE NOT = WS-BUS-DATE
                   DISPLAY 'POSTTRN: AUTOPAY DEBIT FILE DATED '
                       WS-APD-HDR-DATE ' IS NOT FOR ' WS-BUS-DATE
                       ', NOT POSTED'
                   SET WS-APD-STALE TO TRUE
                   MOVE 4 TO WS-WARN-RC
               ELSE
               IF NOT WS-TRL-SEEN
                   DISPLAY 'POSTTRN: AUTOPAY DEBIT FILE HAS HEADER '
                       'BUT NO TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE WS-VFY-CNT TO WS-ET-CNT
                   MOVE WS-VFY-HASH TO WS-ET-HASH
                   IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                       DISPLAY 'POSTTRN: AUTOPAY DEBIT FILE TRAILER '
                           'DOES NOT MATCH FILE CONTENT'
                       DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                       DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               END-IF
           END-IF.
      *    TIME DEPOSIT PAYOUTS ARRIVE FROM TDMAT AS CREDITS TO THE
      *    LINKED ACCOUNTS, PROVED THE SAME WAY AS THE AUTOPAY DEBITS
      *    AND PASSED OVER THE SAME WAY WHEN LEFT FROM ANOTHER DATE.
       VERIFY-TDPAY-PARA.
           MOVE SPACES TO WS-TDP-HDR-DATE
           MOVE 'N' TO WS-VFY-EOF-SW
           MOVE 'N' TO WS-HDR-SEEN-SW
           MOVE 'N' TO WS-TRL-SEEN-SW
           MOVE ZERO TO WS-VFY-CNT
           MOVE ZERO TO WS-VFY-HASH
           OPEN INPUT TDPAY
           IF WS-TDPAY-STATUS = '35'
               SET WS-VFY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VFY-EOF
               READ TDPAY
                   AT END SET WS-VFY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TP-CTL(1:3) = 'HDR'
                               SET WS-HDR-SEEN TO TRUE
                               MOVE TP-CTL(14:8) TO WS-TDP-HDR-DATE
                           WHEN TP-CTL(1:3) = 'TRL'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE TP-CTL TO WS-TRL-IMAGE
                           WHEN OTHER
                               ADD 1 TO WS-VFY-CNT
                               IF TP-AMT IS NUMERIC
                                   ADD TP-AMT TO WS-VFY-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-TDPAY-STATUS NOT = '35'
               CLOSE TDPAY
           END-IF
           IF WS-HDR-SEEN
               IF WS-TDP-HDR-DATE NOT = WS-BUS-DATE
                   DISPLAY 'POSTTRN: TIME DEPOSIT PAYOUT FILE DATED '
                       WS-TDP-HDR-DATE ' IS NOT FOR ' WS-BUS-DATE
                       ', NOT POSTED'
                   SET WS-TDP-STALE TO TRUE
                   MOVE 4 TO WS-WARN-RC
               ELSE
               IF NOT WS-TRL-SEEN
                   DISPLAY 'POSTTRN: TIME DEPOSIT PAYOUT FILE HAS '
                       'HEADER BUT NO TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE WS-VFY-CNT TO WS-ET-CNT
                   MOVE WS-VFY-HASH TO WS-ET-HASH
                   IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                       DISPLAY 'POSTTRN: TIME DEPOSIT PAYOUT FILE '
                           'TRAILER DOES NOT MATCH FILE CONTENT'
                       DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                       DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               END-IF
           END-IF.
      *    THE MONTH-END FEE RUN LEAVES ITS DEBITS ON FEETRN.  IT RUNS
      *    IN THE PERIOD CLOSE AFTER THE NIGHT'S POSTING, SO THE FILE
      *    IS POSTED ONCE, ON THE FIRST BUSINESS DATE AFTER THE ONE IN
      *    ITS HEADER.  THE FILE STAYS ON HAND AFTER IT IS POSTED, SO
      *    ONE DUE ON ANY OTHER DATE HAS ALREADY BEEN POSTED OR IS NOT
      *    YET DUE AND IS PASSED OVER.
       VERIFY-FEETRN-PARA.
           MOVE 'N' TO WS-VFY-EOF-SW
           MOVE 'N' TO WS-HDR-SEEN-SW
           MOVE 'N' TO WS-TRL-SEEN-SW
           MOVE ZERO TO WS-VFY-CNT
           MOVE ZERO TO WS-VFY-HASH
           MOVE SPACES TO WS-FEE-HDR-DATE
           OPEN INPUT FEETRN
           IF WS-FEETRN-STATUS = '35'
               SET WS-VFY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VFY-EOF
               READ FEETRN
                   AT END SET WS-VFY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FT-CTL(1:3) = 'HDR'
                               SET WS-HDR-SEEN TO TRUE
                               MOVE FT-CTL(14:8) TO WS-FEE-HDR-DATE
                           WHEN FT-CTL(1:3) = 'TRL'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE FT-CTL TO WS-TRL-IMAGE
                           WHEN OTHER
                               ADD 1 TO WS-VFY-CNT
                               IF FT-AMT IS NUMERIC
                                   ADD FT-AMT TO WS-VFY-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-FEETRN-STATUS NOT = '35'
               CLOSE FEETRN
           END-IF
           IF WS-HDR-SEEN AND WS-FEE-HDR-DATE IS NUMERIC
               MOVE WS-FEE-HDR-DATE TO WS-FEE-HDR-8
               COMPUTE WS-FEE-NEXT-8 = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FEE-HDR-8) + 1)
               CALL WS-CALPGM USING WS-FEE-NEXT-8, WS-FEE-DUE-8
           END-IF
           IF WS-HDR-SEEN
               IF WS-FEE-DUE-8 NOT = WS-BUS-DATE
                   DISPLAY 'POSTTRN: FEE FILE DATED ' WS-FEE-HDR-DATE
                       ' NOT DUE TODAY, NOT POSTED'
                   SET WS-FEE-STALE TO TRUE
               ELSE
               IF NOT WS-TRL-SEEN
                   DISPLAY 'POSTTRN: FEE FILE HAS HEADER BUT NO '
                       'TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE WS-VFY-CNT TO WS-ET-CNT
                   MOVE WS-VFY-HASH TO WS-ET-HASH
                   IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                       DISPLAY 'POSTTRN: FEE FILE TRAILER DOES NOT '
                           'MATCH FILE CONTENT'
                       DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                       DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               END-IF
           END-IF.
       RELEASE-TRANS-PARA.
           OPEN INPUT TRANSACTION
           PERFORM UNTIL WS-RAW-EOF
               READ TRANSACTION
                   AT END SET WS-RAW-EOF TO TRUE
                   NOT AT END
                       MOVE WS-TRANS TO SW-REC
                       MOVE 'T' TO SW-SRC
                       RELEASE SW-REC
               END-READ
           END-PERFORM
           CLOSE TRANSACTION
           IF WS-APD-STALE
               SET WS-APD-EOF TO TRUE
           ELSE
               OPEN INPUT APDEBIT
               IF WS-APDEBIT-STATUS = '35'
                   SET WS-APD-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-APD-EOF
               READ APDEBIT
                   AT END SET WS-APD-EOF TO TRUE
                   NOT AT END
                       IF AD-CTL(1:3) = 'HDR' OR AD-CTL(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-AUTOPAY-CNT
                           MOVE ADP TO SW-REC
                           MOVE 'A' TO SW-SRC
                           RELEASE SW-REC
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-APD-STALE AND WS-APDEBIT-STATUS NOT = '35'
               CLOSE APDEBIT
           END-IF
           IF WS-TDP-STALE
               SET WS-TDP-EOF TO TRUE
           ELSE
               OPEN INPUT TDPAY
               IF WS-TDPAY-STATUS = '35'
                   SET WS-TDP-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-TDP-EOF
               READ TDPAY
                   AT END SET WS-TDP-EOF TO TRUE
                   NOT AT END
                       IF TP-CTL(1:3) = 'HDR' OR TP-CTL(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-TDPAY-CNT
                           MOVE TPP TO SW-REC
                           MOVE 'P' TO SW-SRC
                           RELEASE SW-REC
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-TDP-STALE AND WS-TDPAY-STATUS NOT = '35'
               CLOSE TDPAY
           END-IF
           IF WS-FEE-STALE
               SET WS-FEE-EOF TO TRUE
           ELSE
               OPEN INPUT FEETRN
               IF WS-FEETRN-STATUS = '35'
                   SET WS-FEE-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-FEE-EOF
               READ FEETRN
                   AT END SET WS-FEE-EOF TO TRUE
                   NOT AT END
                       IF FT-CTL(1:3) = 'HDR' OR FT-CTL(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-FEE-CNT
                           MOVE FTP TO SW-REC
                           MOVE 'F' TO SW-SRC
                           RELEASE SW-REC
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-FEE-STALE AND WS-FEETRN-STATUS NOT = '35'
               CLOSE FEETRN
           END-IF.
       READ-ACCT-PARA.
           MOVE 'N' TO WS-GOT-SW
           PERFORM UNTIL WS-ACCT-EOF OR WS-GOT-YES
           MOVE ZERO TO WS-APPLIED-CNT
           MOVE ZERO TO WS-ACCT-DR
           MOVE ZERO TO WS-ACCT-CR
           MOVE ZERO TO WS-A-OD-ITEMS
           MOVE ZERO TO WS-A-NSF-ITEMS
           PERFORM FIND-OVERDRAFT-PARA
           PERFORM UNTIL WS-TRANS-EOF
                    OR TS-REC(1:11) NOT = AS-REC(1:11)
               PERFORM APPLY-TRANS-PARA
               PERFORM READ-TRANS-PARA
           END-PERFORM
           PERFORM CHARGE-OVERDRAFT-PARA
           MOVE AS-ACCT TO AN-ACCT
           MOVE WS-NEW-BAL TO AN-BAL
           WRITE AN-REC
           ADD 1 TO WS-NEW-CNT
      *    THE TRAILER HASH IS A SUM OF MAGNITUDES, SO AN OVERDRAWN
      *    BALANCE ADDS TO IT THE SAME AS A CREDIT BALANCE.
           IF AN-BAL < ZERO
               SUBTRACT AN-BAL FROM WS-NEW-HASH
           ELSE
               ADD AN-BAL TO WS-NEW-HASH
           END-IF
           DISPLAY AS-ACCT ' ' WS-OLD-BAL ' ' WS-APPLIED-CNT ' '
               AN-BAL
           PERFORM READ-ACCT-PARA.
           ELSE
               PERFORM POST-ONE-TRANS-PARA
           END-IF.
      *    A CUSTOMER DEBIT MAY TAKE THE ACCOUNT BELOW ZERO AS FAR AS
      *    ITS OVERDRAFT LIMIT, AND EACH ONE THAT LEAVES IT OVERDRAWN
      *    EARNS AN OVERDRAFT FEE.  ONE THAT WOULD GO PAST THE LIMIT
      *    IS RETURNED UNPAID.  THE BANK'S OWN DEBITS - AUTOPAY DRAWS,
      *    DEPOSIT TRANSFERS AND FEES - ARE ALWAYS POSTED.
       POST-ONE-TRANS-PARA.
           IF TS-DC = 'D'
               IF TS-SRC-CUSTOMER
                   COMPUTE WS-TRY-BAL = WS-NEW-BAL - TS-AMT
                   COMPUTE WS-FLOOR-BAL = ZERO - WS-A-LIMIT
                   IF WS-TRY-BAL < WS-FLOOR-BAL
                       PERFORM RETURN-ITEM-PARA
                   ELSE
                       PERFORM POST-DEBIT-PARA
                       IF WS-NEW-BAL < ZERO
                           ADD 1 TO WS-A-OD-ITEMS
                       END-IF
                   END-IF
               ELSE
                   PERFORM POST-DEBIT-PARA
               END-IF
           ELSE
               ADD 1 TO WS-APPLIED-CNT
               ADD TS-AMT TO WS-NEW-BAL
               ADD TS-AMT TO WS-ACCT-CR
               ADD TS-AMT TO WS-BATCH-CR
               IF WS-PERIOD-CLOSED
                   PERFORM ROLL-TRANS-PARA
               END-IF
           END-IF.
       POST-DEBIT-PARA.
           ADD 1 TO WS-APPLIED-CNT
           SUBTRACT TS-AMT FROM WS-NEW-BAL
           ADD TS-AMT TO WS-ACCT-DR
           ADD TS-AMT TO WS-BATCH-DR
           IF WS-PERIOD-CLOSED
               PERFORM ROLL-TRANS-PARA
           END-IF.
      *    A RUN FOR A BUSINESS DATE IN A MONTH FINANCE HAS ALREADY
      *    CLOSED STILL MOVES THE MONEY ON THE ACCOUNTS, BUT EVERY ITEM
      *    POSTED IS LOGGED AS ROLLED FORWARD TO THE FIRST OPEN MONTH
      *    SO FINANCE BOOKS IT THERE AND NOT INTO THE CLOSED ONE.
       PERIOD-CHECK-PARA.
           CALL WS-PERDPGM USING WS-BUS-DATE, WS-OPEN-DATE,
                                WS-PERD-SW
           IF WS-PERIOD-CLOSED
               DISPLAY 'POSTTRN: BUSINESS DATE ' WS-BUS-DATE
                   ' IS IN A CLOSED PERIOD, POSTINGS ROLLED FORWARD '
                   'TO ' WS-OPEN-DATE
           END-IF.
       ROLL-TRANS-PARA.
           MOVE SPACES TO PRP
           MOVE WS-BUS-DATE TO PR-RUN-DATE
           MOVE 'POSTTRN' TO PR-PGM
           SET PR-ROLLED TO TRUE
           MOVE TS-ACCT TO PR-KEY
           EVALUATE TRUE
               WHEN TS-SRC = 'A'
                   MOVE 'AUTOPAY' TO PR-TYPE
               WHEN TS-SRC = 'P'
                   MOVE 'TDPAY' TO PR-TYPE
               WHEN TS-SRC = 'F'
                   MOVE 'ACCTFEE' TO PR-TYPE
               WHEN TS-DC = 'D'
                   MOVE 'CUST-DR' TO PR-TYPE
               WHEN OTHER
                   MOVE 'CUST-CR' TO PR-TYPE
           END-EVALUATE
           MOVE WS-BUS-DATE TO PR-ORIG-DATE
           MOVE WS-OPEN-DATE TO PR-POST-DATE
           MOVE TS-AMT TO PR-AMT
           WRITE PRP
           ADD 1 TO WS-ROLL-CNT
           ADD TS-AMT TO WS-ROLL-TOTAL.
       RETURN-ITEM-PARA.
           ADD 1 TO WS-A-NSF-ITEMS
           ADD 1 TO WS-NSF-CNT
           ADD TS-AMT TO WS-NSF-AMT
           DISPLAY 'POSTTRN: ACCOUNT ' AS-ACCT ' DEBIT ' TS-AMT
               ' RETURNED, INSUFFICIENT FUNDS'
           PERFORM GET-ADDRESS-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'RETURNED ITEM NOTICE - ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'ACCOUNT: ' DELIMITED BY SIZE
                  AS-ACCT DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'HOLDER : ' DELIMITED BY SIZE
                  WS-A-NAME DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'ADDRESS: ' DELIMITED BY SIZE
                  WS-A-ADDR1 DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING '         ' DELIMITED BY SIZE
                  WS-A-ADDR2 DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE TS-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'A DEBIT OF ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
                  ' WAS RETURNED UNPAID FOR INSUFFICIENT FUNDS.'
                  DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-NSF-FEE TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'RETURNED ITEM FEE CHARGED: ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       GET-ADDRESS-PARA.
           MOVE SPACES TO WS-A-NAME
           MOVE SPACES TO WS-A-ADDR1
           MOVE SPACES TO WS-A-ADDR2
           IF WS-NAMADDR-OPEN
               MOVE SPACES TO NA-KEY
               MOVE AS-ACCT TO NA-KEY(1:11)
               READ NAMADDR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE NA-NAME TO WS-A-NAME
                       MOVE NA-ADDR1 TO WS-A-ADDR1
                       MOVE NA-ADDR2 TO WS-A-ADDR2
               END-READ
           END-IF.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO PRT-LINE
           WRITE PRT-LINE.
      *    ONCE THE DAY'S ITEMS ARE IN, AN OVERDRAWN ACCOUNT IS
      *    CHARGED A DAY'S OVERDRAFT INTEREST ON WHAT IT OWES, THEN
      *    THE DAY'S OVERDRAFT AND RETURNED ITEM FEES.  AN ACCOUNT
      *    STILL OVERDRAWN PAST THE COLLECTIONS THRESHOLD GOES ON THE
      *    COLLECTIONS WORKLIST EVERY DAY UNTIL IT IS BROUGHT BACK.
       CHARGE-OVERDRAFT-PARA.
           IF WS-NEW-BAL < ZERO
               COMPUTE WS-A-CHARGE ROUNDED =
                   (ZERO - WS-NEW-BAL) * WS-OD-RATE / 365
               ADD WS-A-CHARGE TO WS-OD-INT-TOTAL
               PERFORM POST-CHARGE-PARA
           END-IF
           IF WS-A-OD-ITEMS > ZERO
               COMPUTE WS-A-CHARGE = WS-OD-FEE * WS-A-OD-ITEMS
               ADD WS-A-OD-ITEMS TO WS-OD-ITEM-CNT
               ADD WS-A-CHARGE TO WS-OD-FEE-TOTAL
               PERFORM POST-CHARGE-PARA
           END-IF
           IF WS-A-NSF-ITEMS > ZERO
               COMPUTE WS-A-CHARGE = WS-NSF-FEE * WS-A-NSF-ITEMS
               ADD WS-A-CHARGE TO WS-NSF-FEE-TOTAL
               PERFORM POST-CHARGE-PARA
           END-IF
           IF WS-NEW-BAL < ZERO
               COMPUTE WS-A-OVERDRAWN = ZERO - WS-NEW-BAL
               ADD 1 TO WS-OVERDRAWN-CNT
               ADD WS-A-OVERDRAWN TO WS-OVERDRAWN-AMT
               IF WS-A-SINCE = ZERO
                   MOVE WS-BUS-DATE TO WS-A-SINCE
               END-IF
               COMPUTE WS-OD-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-A-SINCE)
               IF WS-OD-DAYS >= WS-COLL-DAYS
                   PERFORM WRITE-COLLECT-PARA
               END-IF
           ELSE
               MOVE ZERO TO WS-A-SINCE
           END-IF
           PERFORM SAVE-OVERDRAFT-PARA.
       POST-CHARGE-PARA.
           IF WS-A-CHARGE > ZERO
               SUBTRACT WS-A-CHARGE FROM WS-NEW-BAL
               ADD WS-A-CHARGE TO WS-ACCT-DR
               ADD WS-A-CHARGE TO WS-BATCH-DR
           END-IF.
       WRITE-COLLECT-PARA.
           PERFORM GET-ADDRESS-PARA
           MOVE SPACES TO CLP
           MOVE WS-OD-DAYS TO CL-DAYS
           MOVE AS-ACCT TO CL-ACCT
           MOVE WS-A-NAME TO CL-NAME
           MOVE WS-A-OVERDRAWN TO CL-AMT
           MOVE 'OVERDRAWN' TO CL-STATUS
           WRITE CLP
           ADD 1 TO WS-COLL-CNT
           ADD WS-A-OVERDRAWN TO WS-COLL-HASH.
      *    OVERDRAFT LIMITS ARE KEPT ON THEIR OWN SMALL MASTER, WITH
      *    THE DATE EACH ACCOUNT WENT OVERDRAWN.  AN ACCOUNT WITH NO
      *    ROW HAS NO LIMIT.  THE FILE IS OPTIONAL UNTIL THE FIRST
      *    LIMITS ARE SET UP.
       LOAD-OVERDRAFT-PARA.
           OPEN INPUT ODMAST
           IF WS-ODMAST-STATUS = '35'
               SET WS-OD-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-OD-EOF
               READ ODMAST
                   AT END SET WS-OD-EOF TO TRUE
                   NOT AT END
                       IF WS-OD-CNT >= WS-OD-MAX
                           DISPLAY 'POSTTRN: OVERDRAFT TABLE FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-OD-CNT
                       SET WS-OD-IDX TO WS-OD-CNT
                       MOVE OD-ACCT TO WS-OD-ACCT(WS-OD-IDX)
                       MOVE ZERO TO WS-OD-LIMIT(WS-OD-IDX)
                       MOVE ZERO TO WS-OD-SINCE(WS-OD-IDX)
                       IF OD-LIMIT IS NUMERIC
                           MOVE OD-LIMIT TO WS-OD-LIMIT(WS-OD-IDX)
                       END-IF
                       IF OD-SINCE IS NUMERIC
                           MOVE OD-SINCE TO WS-OD-SINCE(WS-OD-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ODMAST-STATUS NOT = '35'
               CLOSE ODMAST
           END-IF.
       FIND-OVERDRAFT-PARA.
           MOVE 'N' TO WS-OD-SW
           MOVE ZERO TO WS-A-LIMIT
           MOVE ZERO TO WS-A-SINCE
           SET WS-OD-IDX TO 1
           PERFORM UNTIL WS-OD-IDX > WS-OD-CNT
                    OR WS-OD-FOUND
               IF WS-OD-ACCT(WS-OD-IDX) = AS-ACCT
                   SET WS-OD-FOUND TO TRUE
                   MOVE WS-OD-LIMIT(WS-OD-IDX) TO WS-A-LIMIT
                   MOVE WS-OD-SINCE(WS-OD-IDX) TO WS-A-SINCE
               ELSE
                   SET WS-OD-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    AN ACCOUNT THAT GOES OVERDRAWN WITHOUT A LIMIT ROW (FORCED
      *    DEBITS AND FEES CAN DO THAT) IS GIVEN A ZERO-LIMIT ROW SO
      *    ITS DAYS OVERDRAWN ARE STILL COUNTED.
       SAVE-OVERDRAFT-PARA.
           IF WS-OD-FOUND
               MOVE WS-A-SINCE TO WS-OD-SINCE(WS-OD-IDX)
           ELSE
           IF WS-A-SINCE NOT = ZERO
               IF WS-OD-CNT >= WS-OD-MAX
                   DISPLAY 'POSTTRN: OVERDRAFT TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OD-CNT
               SET WS-OD-IDX TO WS-OD-CNT
               MOVE AS-ACCT TO WS-OD-ACCT(WS-OD-IDX)
               MOVE ZERO TO WS-OD-LIMIT(WS-OD-IDX)
               MOVE WS-A-SINCE TO WS-OD-SINCE(WS-OD-IDX)
           END-IF
           END-IF.
       REWRITE-OVERDRAFT-PARA.
           OPEN OUTPUT ODMNEW
           SET WS-OD-IDX TO 1
           PERFORM UNTIL WS-OD-IDX > WS-OD-CNT
               MOVE SPACES TO ODN
               MOVE WS-OD-ACCT(WS-OD-IDX) TO ON-ACCT
               MOVE WS-OD-LIMIT(WS-OD-IDX) TO ON-LIMIT
               MOVE WS-OD-SINCE(WS-OD-IDX) TO ON-SINCE
               WRITE ODN
               SET WS-OD-IDX UP BY 1
           END-PERFORM
           CLOSE ODMNEW.
      *    FEES AND THE OVERDRAFT RATE COME FROM THE RUN PARAMETERS
      *    WHEN SET, OTHERWISE THE STANDARD TARIFF APPLIES.  THEY
      *    ARE KEYED IN FULL WITH THE DECIMAL POINT IMPLIED: OD_FEE
      *    0003500 IS 35.00, OD_RATE 01800 IS 18 PERCENT.
       GET-OVERDRAFT-PARMS-PARA.
           MOVE SPACES TO WS-OD-FEE-X
           ACCEPT WS-OD-FEE-X FROM ENVIRONMENT 'OD_FEE'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-OD-FEE-X IS NUMERIC
               MOVE WS-OD-FEE-N TO WS-OD-FEE
           END-IF
           MOVE SPACES TO WS-NSF-FEE-X
           ACCEPT WS-NSF-FEE-X FROM ENVIRONMENT 'NSF_FEE'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NSF-FEE-X IS NUMERIC
               MOVE WS-NSF-FEE-N TO WS-NSF-FEE
           END-IF
           MOVE SPACES TO WS-OD-RATE-X
           ACCEPT WS-OD-RATE-X FROM ENVIRONMENT 'OD_RATE'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-OD-RATE-X IS NUMERIC
               MOVE WS-OD-RATE-N TO WS-OD-RATE
           END-IF
           MOVE SPACES TO WS-COLL-DAYS-X
           ACCEPT WS-COLL-DAYS-X FROM ENVIRONMENT 'OD_COLL_DAYS'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-COLL-DAYS-X IS NUMERIC
               MOVE WS-COLL-DAYS-X TO WS-COLL-DAYS
           END-IF.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== POSTING CONTROL TOTALS ====='.
           DISPLAY 'ACCOUNTS POSTED     : ' WS-ACCT-CNT.
           DISPLAY 'TRANSACTIONS READ   : ' WS-TRANS-CNT.
           DISPLAY 'AUTOPAY DEBITS READ : ' WS-AUTOPAY-CNT.
           DISPLAY 'DEPOSIT PAYOUTS READ: ' WS-TDPAY-CNT.
           DISPLAY 'ACCOUNT FEES READ   : ' WS-FEE-CNT.
           DISPLAY 'TRANS WITHOUT ACCT  : ' WS-UNAPPL-CNT.
           DISPLAY 'ESCHEATED SKIPPED   : ' WS-ESCH-SKIP-CNT.
           DISPLAY 'NON-NUMERIC TRANS   : ' WS-BADTRN-CNT.
           DISPLAY 'ITEMS RETURNED NSF  : ' WS-NSF-CNT.
           DISPLAY 'RETURNED ITEM AMOUNT: ' WS-NSF-AMT.
           DISPLAY 'RETURNED ITEM FEES  : ' WS-NSF-FEE-TOTAL.
           DISPLAY 'OVERDRAFT ITEMS     : ' WS-OD-ITEM-CNT.
           DISPLAY 'OVERDRAFT FEES      : ' WS-OD-FEE-TOTAL.
           DISPLAY 'OVERDRAFT INTEREST  : ' WS-OD-INT-TOTAL.
           DISPLAY 'ACCOUNTS OVERDRAWN  : ' WS-OVERDRAWN-CNT.
           DISPLAY 'TOTAL OVERDRAWN     : ' WS-OVERDRAWN-AMT.
           DISPLAY 'SENT TO COLLECTIONS : ' WS-COLL-CNT.
           DISPLAY 'BATCH DEBIT TOTAL   : ' WS-BATCH-DR.
           DISPLAY 'BATCH CREDIT TOTAL  : ' WS-BATCH-CR.
           DISPLAY 'ROLLED TO OPEN PERD : ' WS-ROLL-CNT.
           DISPLAY 'ROLLED FWD AMOUNT   : ' WS-ROLL-TOTAL.
