           ASSIGN TO DYNAMIC WS-SUSPENSE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT APPAY
           ASSIGN TO DYNAMIC WS-APPAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPAY-STATUS.
           SELECT CARDBILL
           ASSIGN TO DYNAMIC WS-CARDBILL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT SUSPNEW
           ASSIGN TO DYNAMIC WS-SUSPNEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LBXTOT
           ASSIGN TO DYNAMIC WS-LBXTOT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBXTOT-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
           02 LB-AMT PIC 9(7)V99.
           02 PIC X.
           02 LB-REF PIC X(12).
       FD APPAY.
       01 AYP.
           02 AY-ACCT PIC X(16).
           02 PIC X.
           02 AY-AMT PIC 9(7)V99.
           02 PIC X.
           02 AY-REF PIC X(12).
       FD SUSPENSE.
       01 SPP.
           02 SP-ACCT PIC X(16).
           02 SP-FIRST PIC 9(6).
           02 PIC X.
           02 SP-REF PIC X(12).
           02 PIC X.
           02 SP-SOURCE PIC X(1).
       FD CARDBILL.
       01 CB-REC.
           02 CB-ACCT PIC X(16).
           02 PS-FIRST PIC 9(6).
           02 PIC X.
           02 PS-REF PIC X(12).
           02 PIC X.
           02 PS-SOURCE PIC X(1).
               88 PS-AUTOPAY VALUE 'A'.
       FD BILLSRT.
       01 BSP.
           02 BS-ACCT PIC X(16).
           02 SN-FIRST PIC 9(6).
           02 PIC X.
           02 SN-REF PIC X(12).
           02 PIC X.
           02 SN-SOURCE PIC X(1).
       FD LBXTOT.
       01 LTP.
           02 LT-DEPOSIT PIC 9(8).
           02 PIC X.
           02 LT-RUN PIC 9(8).
           02 PIC X.
           02 LT-ITEMS PIC 9(7).
           02 PIC X.
           02 LT-AMT PIC 9(11).9(2).
           02 PIC X.
           02 LT-APPLIED-CNT PIC 9(7).
           02 PIC X.
           02 LT-APPLIED PIC 9(11).9(2).
           02 PIC X.
           02 LT-SUSP-CNT PIC 9(7).
           02 PIC X.
           02 LT-SUSP PIC 9(11).9(2).
       SD WORK.
       01 SW-REC.
           02 SW-KEY PIC X(16).
       01 WS-SUSPENSE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\SUSPENSE.PAT'.
       01 WS-SUSPENSE-DSN PIC X(100).
       01 WS-APPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\APPAY.PAT'.
       01 WS-APPAY-DSN PIC X(100).
       01 WS-CARDBILL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BILLING.PAT'.
       01 WS-CARDBILL-DSN PIC X(100).
       01 WS-SUSPNEW-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\SUSPNEW.PAT'.
       01 WS-SUSPNEW-DSN PIC X(100).
       01 WS-LBXTOT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\LBXTOT.PAT'.
       01 WS-LBXTOT-DSN PIC X(100).
       01 WS-WORK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\LBXWORK.PAT'.
       01 WS-WORK-DSN PIC X(100).
       01 WS-LOCKBOX-STATUS PIC X(2).
       01 WS-SUSPENSE-STATUS PIC X(2).
       01 WS-CARDBILL-STATUS PIC X(2).
       01 WS-APPAY-STATUS PIC X(2).
       01 WS-APY-EOF-SW PIC X VALUE 'N'.
           88 WS-APY-EOF VALUE 'Y'.
       01 WS-LBXTOT-STATUS PIC X(2).
       01 WS-LBX-EOF-SW PIC X VALUE 'N'.
           88 WS-LBX-EOF VALUE 'Y'.
       01 WS-SUS-EOF-SW PIC X VALUE 'N'.
           02 PB-FIRST PIC 9(6).
           02 PIC X.
           02 PB-REF PIC X(12).
           02 PIC X.
           02 PB-SOURCE PIC X(1).
       01 WS-PAID-TOTAL PIC 9(9)V99.
       01 WS-BKT-FEE PIC 9(7)V99.
       01 WS-BKT-INT PIC 9(7)V99.
       01 WS-SUSP-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-APPLIED-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-SUSP-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-DEPOSIT-DATE PIC 9(8).
       01 WS-LBX-CNT PIC 9(7) VALUE ZERO.
       01 WS-LBX-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-LBX-APPLIED-CNT PIC 9(7) VALUE ZERO.
       01 WS-LBX-APPLIED PIC 9(11)V99 VALUE ZERO.
       01 WS-LBX-SUSP-CNT PIC 9(7) VALUE ZERO.
       01 WS-LBX-SUSP PIC 9(11)V99 VALUE ZERO.
       01 WS-AP-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-AP-TOTAL PIC 9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'LOCKBOX' TO WS-STEP-NAME.
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           MOVE WS-BUS-DATE TO WS-TODAY-DATE-8
           MOVE WS-BUS-DATE TO WS-DEPOSIT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-8)
           OPEN INPUT CARDBILL.
           END-IF.
           CLOSE CARDBILL.
           PERFORM VERIFY-LOCKBOX-PARA.
           PERFORM VERIFY-APPAY-PARA.
           SORT WORK ON ASCENDING KEY SW-KEY
           INPUT PROCEDURE IS RELEASE-PAYMENTS-PARA
           GIVING PAYSRT.
           CLOSE BILLSRT.
           CLOSE BILLNEW.
           CLOSE SUSPNEW.
           PERFORM WRITE-LBXTOT-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           IF WS-LOCKBOX-DSN = SPACES
               MOVE WS-LOCKBOX-DSN-DFLT TO WS-LOCKBOX-DSN
           END-IF
           MOVE WS-APPAY-DSN-DFLT TO WS-APPAY-DSN
           ACCEPT WS-APPAY-DSN FROM ENVIRONMENT 'APPAY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-APPAY-DSN = SPACES
               MOVE WS-APPAY-DSN-DFLT TO WS-APPAY-DSN
           END-IF
           MOVE WS-SUSPENSE-DSN-DFLT TO WS-SUSPENSE-DSN
           ACCEPT WS-SUSPENSE-DSN FROM ENVIRONMENT 'SUSPENSE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF
           MOVE WS-LBXTOT-DSN-DFLT TO WS-LBXTOT-DSN
           ACCEPT WS-LBXTOT-DSN FROM ENVIRONMENT 'LBXTOT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LBXTOT-DSN = SPACES
               MOVE WS-LBXTOT-DSN-DFLT TO WS-LBXTOT-DSN
           END-IF.
      *    THE BANK FILE IS A PARTNER TRANSMISSION, SO ITS TRAILER
      *    IS PROVED AGAINST WHAT WAS ACTUALLY RECEIVED BEFORE ANY
                       EVALUATE TRUE
                           WHEN LBP(1:3) = 'HDR'
                               SET WS-HDR-SEEN TO TRUE
                               IF LBP(14:8) IS NUMERIC
                                   MOVE LBP(14:8) TO WS-DEPOSIT-DATE
                               END-IF
                           WHEN LBP(1:3) = 'TRL'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE LBP(1:28) TO WS-TRL-IMAGE
                   STOP RUN
               END-IF
           END-IF.
      *    CARD AUTOPAY DRAWS ARE PROVED THE SAME WAY.  THEY ARE
      *    TRANSFERS FROM OUR OWN DEPOSIT ACCOUNTS, NOT BANK DEPOSITS,
      *    SO THEY ARE KEPT OUT OF THE DEPOSIT TOTALS TREASURY
      *    RECONCILES AGAINST THE BANK'S ADVICE.
       VERIFY-APPAY-PARA.
           MOVE 'N' TO WS-VFY-EOF-SW
           MOVE 'N' TO WS-HDR-SEEN-SW
           MOVE 'N' TO WS-TRL-SEEN-SW
           MOVE ZERO TO WS-VFY-CNT
           MOVE ZERO TO WS-VFY-HASH
           OPEN INPUT APPAY
           IF WS-APPAY-STATUS = '35'
               SET WS-VFY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VFY-EOF
               READ APPAY
                   AT END SET WS-VFY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AYP(1:3) = 'HDR'
                               SET WS-HDR-SEEN TO TRUE
                           WHEN AYP(1:3) = 'TRL'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE AYP(1:28) TO WS-TRL-IMAGE
                           WHEN OTHER
                               ADD 1 TO WS-VFY-CNT
                               IF AY-AMT IS NUMERIC
                                   ADD AY-AMT TO WS-VFY-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-APPAY-STATUS NOT = '35'
               CLOSE APPAY
           END-IF
           IF WS-HDR-SEEN
               IF NOT WS-TRL-SEEN
                   DISPLAY 'LOCKBOX: AUTOPAY FILE HAS HEADER BUT NO '
                       'TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-VFY-CNT TO WS-ET-CNT
               MOVE WS-VFY-HASH TO WS-ET-HASH
               IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                   DISPLAY 'LOCKBOX: AUTOPAY FILE TRAILER DOES NOT '
                       'MATCH FILE CONTENT'
                   DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                   DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       RELEASE-PAYMENTS-PARA.
           OPEN INPUT LOCKBOX
           IF WS-LOCKBOX-STATUS = '35'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-PAY-CNT
                           ADD 1 TO WS-LBX-CNT
                           ADD LB-AMT TO WS-LBX-TOTAL
                           MOVE SPACES TO WS-PAY-BUILD
                           MOVE LB-ACCT TO PB-ACCT
                           MOVE LB-AMT TO PB-AMT
           IF WS-LOCKBOX-STATUS NOT = '35'
               CLOSE LOCKBOX
           END-IF
           PERFORM RELEASE-APPAY-PARA
           OPEN INPUT SUSPENSE
           IF WS-SUSPENSE-STATUS = '35'
               SET WS-SUS-EOF TO TRUE
           IF WS-SUSPENSE-STATUS NOT = '35'
               CLOSE SUSPENSE
           END-IF.
       RELEASE-APPAY-PARA.
           OPEN INPUT APPAY
           IF WS-APPAY-STATUS = '35'
               SET WS-APY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-APY-EOF
               READ APPAY
                   AT END SET WS-APY-EOF TO TRUE
                   NOT AT END
                       IF AYP(1:3) = 'HDR' OR AYP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-PAY-CNT
                           ADD 1 TO WS-AP-CNT
                           ADD AY-AMT TO WS-AP-TOTAL
                           MOVE SPACES TO WS-PAY-BUILD
                           MOVE AY-ACCT TO PB-ACCT
                           MOVE AY-AMT TO PB-AMT
                           MOVE WS-RUN-DATE TO PB-FIRST
                           MOVE AY-REF TO PB-REF
                           MOVE 'A' TO PB-SOURCE
                           MOVE WS-PAY-BUILD TO SW-REC
                           RELEASE SW-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APPAY-STATUS NOT = '35'
               CLOSE APPAY
           END-IF.
       READ-PAY-PARA.
           READ PAYSRT
               AT END SET WS-PAY-EOF TO TRUE
               ADD PS-AMT TO WS-PAID-TOTAL
               ADD PS-AMT TO WS-APPLIED-TOTAL
               ADD 1 TO WS-MATCH-CNT
               IF PS-FIRST = WS-RUN-DATE AND NOT PS-AUTOPAY
                   ADD 1 TO WS-LBX-APPLIED-CNT
                   ADD PS-AMT TO WS-LBX-APPLIED
               END-IF
               PERFORM READ-PAY-PARA
           END-PERFORM
           MOVE BSP TO BNP
           WRITE SNP
           ADD 1 TO WS-SUSP-CNT
           ADD PS-AMT TO WS-SUSP-TOTAL
           IF PS-FIRST = WS-RUN-DATE AND NOT PS-AUTOPAY
               ADD 1 TO WS-LBX-SUSP-CNT
               ADD PS-AMT TO WS-LBX-SUSP
           END-IF
           COMPUTE WS-REC-DATE-8 =
               WS-CENTURY * 1000000 + PS-FIRST
           COMPUTE WS-REC-INT =
               WHEN OTHER
                   ADD 1 TO WS-AGE-STALE
           END-EVALUATE.
      *    ONE LINE PER RUN FOR TREASURY'S DEPOSIT RECONCILIATION:
      *    WHAT CAME IN ON TODAY'S BANK FILE, SPLIT INTO WHAT WAS
      *    APPLIED AND WHAT WENT TO SUSPENSE.  SUSPENSE CARRIED FROM
      *    EARLIER DAYS WAS DEPOSITED ON THOSE DAYS AND IS LEFT OUT.
      *    THE DEPOSIT DATE IS THE DATE ON THE BANK FILE HEADER.
       WRITE-LBXTOT-PARA.
           OPEN EXTEND LBXTOT
           IF WS-LBXTOT-STATUS = '35'
               OPEN OUTPUT LBXTOT
           END-IF
           MOVE SPACES TO LTP
           MOVE WS-DEPOSIT-DATE TO LT-DEPOSIT
           MOVE WS-BUS-DATE TO LT-RUN
           MOVE WS-LBX-CNT TO LT-ITEMS
           MOVE WS-LBX-TOTAL TO LT-AMT
           MOVE WS-LBX-APPLIED-CNT TO LT-APPLIED-CNT
           MOVE WS-LBX-APPLIED TO LT-APPLIED
           MOVE WS-LBX-SUSP-CNT TO LT-SUSP-CNT
           MOVE WS-LBX-SUSP TO LT-SUSP
           WRITE LTP
           CLOSE LBXTOT
           IF WS-LBX-APPLIED + WS-LBX-SUSP NOT = WS-LBX-TOTAL
               DISPLAY 'LOCKBOX: APPLIED PLUS SUSPENSE DOES NOT '
                   'EQUAL BANK FILE TOTAL ' WS-LBX-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== LOCKBOX IMPORT CONTROL TOTALS ====='.
           DISPLAY 'PAYMENTS PROCESSED : ' WS-PAY-CNT.
           DISPLAY 'AUTOPAY PAYMENTS   : ' WS-AP-CNT.
           DISPLAY 'AUTOPAY AMOUNT     : ' WS-AP-TOTAL.
           DISPLAY 'PAYMENTS APPLIED   : ' WS-MATCH-CNT.
           DISPLAY 'PAYMENTS SUSPENDED : ' WS-SUSP-CNT.
           DISPLAY 'AMOUNT APPLIED     : ' WS-APPLIED-TOTAL.
