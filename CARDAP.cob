       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDBILL
           ASSIGN TO DYNAMIC WS-CARDBILL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARDBILL-STATUS.
           SELECT AUTOPAY
           ASSIGN TO DYNAMIC WS-AUTOPAY-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AE-ACCT
           FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT ACCOUNT
           ASSIGN TO DYNAMIC WS-ACCOUNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT ESCHREG
           ASSIGN TO DYNAMIC WS-ESCHREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESCHREG-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT APDEBIT
           ASSIGN TO DYNAMIC WS-APDEBIT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPAY
           ASSIGN TO DYNAMIC WS-APPAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APNOTE
           ASSIGN TO DYNAMIC WS-APNOTE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APCOLL
           ASSIGN TO DYNAMIC WS-APCOLL-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CARDBILL.
       01 CB-REC.
           02 CB-ACCT PIC X(16).
           02 PIC X.
           02 CB-NAME PIC X(15).
           02 PIC X.
           02 CB-CCT PIC X(8).
           02 PIC X.
           02 CB-BCD PIC X(6).
           02 PIC X.
           02 CB-NBA PIC 9(7)V99.
           02 PIC X.
           02 CB-PAID PIC 9(7)V99.
           02 PIC X.
           02 CB-DISPUTE PIC X(1).
           02 PIC X.
           02 CB-FEE-BAL PIC 9(7)V99.
           02 PIC X.
           02 CB-INT-BAL PIC 9(7)V99.
           02 PIC X.
           02 CB-PRIN-BAL PIC 9(7)V99.
       FD AUTOPAY.
           COPY AUTOPAY.
       FD ACCOUNT.
       01 AC-REC.
           02 AC-ACCT PIC 9(11).
           02 PIC X.
           02 AC-BAL PIC S9(9)V99.
       FD ESCHREG.
       01 EGP.
           02 EG-ACCT PIC 9(11).
           02 PIC X.
           02 EG-DATE PIC 9(6).
           02 PIC X.
           02 EG-AMT PIC 9(9).9(2).
       FD NAMADDR.
           COPY NAMEREC.
       FD APDEBIT.
       01 ADP.
           02 AD-ACCT PIC 9(11).
           02 PIC X.
           02 AD-AMT PIC 9(7)V99.
           02 PIC X.
           02 AD-DC PIC X(1).
       01 AD-CTL PIC X(28).
       FD APPAY.
       01 AYP.
           02 AY-ACCT PIC X(16).
           02 PIC X.
           02 AY-AMT PIC 9(7)V99.
           02 PIC X.
           02 AY-REF.
               03 AY-REF-TAG PIC X(2).
               03 AY-REF-DATE PIC 9(6).
               03 AY-REF-SEQ PIC 9(4).
       FD APNOTE.
       01 ANP.
           02 AN-ACCT PIC X(16).
           02 PIC X.
           02 AN-NAME PIC X(25).
           02 PIC X.
           02 AN-ADDR1 PIC X(25).
           02 PIC X.
           02 AN-ADDR2 PIC X(25).
           02 PIC X.
           02 AN-MAIL-FLAG PIC X(1).
           02 PIC X.
           02 AN-DUE PIC 9(8).
           02 PIC X.
           02 AN-AMT PIC 9(7)V99.
           02 PIC X.
           02 AN-REASON PIC X(20).
       FD APCOLL.
       01 AKP.
           02 AK-ACCT PIC X(16).
           02 PIC X.
           02 AK-NAME PIC X(15).
           02 PIC X.
           02 AK-DEP-ACCT PIC 9(11).
           02 PIC X.
           02 AK-DUE PIC 9(8).
           02 PIC X.
           02 AK-AMT PIC 9(7)V99.
           02 PIC X.
           02 AK-AVAIL PIC 9(9)V99.
           02 PIC X.
           02 AK-REASON PIC X(20).
           02 PIC X.
           02 AK-FAILS PIC 9(2).
           02 PIC X.
           02 AK-STATUS PIC X(7).
       WORKING-STORAGE SECTION.
       01 WS-CARDBILL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BILLING.PAT'.
       01 WS-CARDBILL-DSN PIC X(100).
       01 WS-AUTOPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AUTOPAY.PAT'.
       01 WS-AUTOPAY-DSN PIC X(100).
       01 WS-ACCOUNT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ACCOUNT.PAT'.
       01 WS-ACCOUNT-DSN PIC X(100).
       01 WS-ESCHREG-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ESCHREG.PAT'.
       01 WS-ESCHREG-DSN PIC X(100).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-APDEBIT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\APDEBIT.PAT'.
       01 WS-APDEBIT-DSN PIC X(100).
       01 WS-APPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\APPAY.PAT'.
       01 WS-APPAY-DSN PIC X(100).
       01 WS-APNOTE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\APNOTE.PAT'.
       01 WS-APNOTE-DSN PIC X(100).
       01 WS-APCOLL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\APCOLL.PAT'.
       01 WS-APCOLL-DSN PIC X(100).
       01 WS-CARDBILL-STATUS PIC X(2).
       01 WS-AUTOPAY-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-ESCHREG-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-NAMADDR-OPEN-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-BILL-EOF-SW PIC X VALUE 'N'.
           88 WS-BILL-EOF VALUE 'Y'.
       01 WS-ACCT-EOF-SW PIC X VALUE 'N'.
           88 WS-ACCT-EOF VALUE 'Y'.
       01 WS-REG-EOF-SW PIC X VALUE 'N'.
           88 WS-REG-EOF VALUE 'Y'.
       01 WS-VFY-EOF-SW PIC X VALUE 'N'.
           88 WS-VFY-EOF VALUE 'Y'.
       01 WS-HDR-SEEN-SW PIC X VALUE 'N'.
           88 WS-HDR-SEEN VALUE 'Y'.
       01 WS-TRL-SEEN-SW PIC X VALUE 'N'.
           88 WS-TRL-SEEN VALUE 'Y'.
       01 WS-VFY-CNT PIC 9(7) VALUE ZERO.
       01 WS-VFY-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-TRL-IMAGE PIC X(28).
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
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-CENTURY PIC 9(2) VALUE 20.
       01 WS-CALPGM PIC X(7) VALUE 'BUSCAL'.
       01 WS-LIMIT-X PIC X(2).
       01 WS-FAIL-LIMIT PIC 9(2) VALUE 2.
       01 WS-MIN-PCT PIC V99 VALUE .01.
       01 WS-MIN-FLOOR PIC 9(7)V99 VALUE 25.00.
       01 WS-BYR PIC 9(2).
       01 WS-BMTH PIC 9(2).
       01 WS-BDAY PIC 9(2).
       01 WS-DUE-YR PIC 9(2).
       01 WS-DUE-MTH PIC 9(2).
       01 WS-DUE-DAY PIC 9(2).
       01 WS-DUE-CENTURY PIC 9(2).
       01 WS-DUE-FULL-YR PIC 9(4).
       01 WS-DIM-TABLE.
           02 WS-DIM-ENTRY OCCURS 12 TIMES INDEXED BY WS-DIM-IDX
              PIC 9(2).
       01 WS-MAX-DAY PIC 9(2).
       01 WS-DUE-DATE-8 PIC 9(8).
       01 WS-ROLLED-DATE-8 PIC 9(8).
       01 WS-OWED PIC 9(7)V99.
       01 WS-DRAW-AMT PIC 9(7)V99.
       01 WS-BKT-FEE PIC 9(7)V99.
       01 WS-BKT-INT PIC 9(7)V99.
       01 WS-BKT-PRIN PIC 9(7)V99.
       01 WS-BKT-SUM PIC 9(8)V99.
       01 WS-MIN-DUE PIC 9(8)V99.
       01 WS-AVAIL PIC 9(9)V99.
       01 WS-ESCH-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-ESCH-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-ESCH-TABLE.
           02 WS-ESCH-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-ESCH-IDX PIC 9(11).
       01 WS-ESCH-SW PIC X.
           88 WS-ESCH-FOUND VALUE 'Y'.
       01 WS-AD-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-AD-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-AD-TABLE.
           02 WS-AD-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AD-IDX.
               03 WS-AD-ACCT PIC X(16).
               03 WS-AD-NAME PIC X(15).
               03 WS-AD-DEP PIC 9(11).
               03 WS-AD-DUE PIC 9(8).
               03 WS-AD-AMT PIC 9(7)V99.
               03 WS-AD-AVAIL PIC 9(9)V99.
               03 WS-AD-REASON PIC X(20).
               03 WS-AD-STATE PIC X(1).
                   88 WS-AD-PENDING VALUE 'P'.
                   88 WS-AD-APPROVED VALUE 'A'.
                   88 WS-AD-FAILED VALUE 'F'.
       01 WS-REF-SEQ PIC 9(4) VALUE ZERO.
       01 WS-DEBIT-CNT PIC 9(7) VALUE ZERO.
       01 WS-DEBIT-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-NOTE-CNT PIC 9(7) VALUE ZERO.
       01 WS-NOTE-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-BILL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ENRL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NOTDUE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-INACTIVE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NOTHING-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-FAIL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SUSPEND-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-FAIL-TOTAL PIC 9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'CARDAP' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           MOVE SPACES TO WS-LIMIT-X
           ACCEPT WS-LIMIT-X FROM ENVIRONMENT 'AP_FAIL_LIMIT'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LIMIT-X IS NUMERIC
               MOVE WS-LIMIT-X TO WS-FAIL-LIMIT
           END-IF
           PERFORM LOAD-DIM-TABLE-PARA.
           OPEN I-O AUTOPAY.
           IF WS-AUTOPAY-STATUS NOT = '00'
               DISPLAY 'CARDAP: UNABLE TO OPEN AUTOPAY FILE, '
                   'STATUS=' WS-AUTOPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CARDBILL.
           IF WS-CARDBILL-STATUS NOT = '00'
               DISPLAY 'CARDAP: UNABLE TO OPEN CARDBILL FILE, '
                   'STATUS=' WS-CARDBILL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFY-CARDBILL-PARA.
           OPEN INPUT ACCOUNT.
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'CARDAP: UNABLE TO OPEN ACCOUNT FILE, '
                   'STATUS=' WS-ACCOUNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ACCOUNT.
           PERFORM LOAD-ESCHREG-PARA.
           PERFORM UNTIL WS-BILL-EOF
               READ CARDBILL
                   AT END SET WS-BILL-EOF TO TRUE
                   NOT AT END
                       IF CB-REC(1:3) = 'HDR' OR CB-REC(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-BILL-CNT
                           PERFORM SELECT-DUE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDBILL.
           PERFORM CHECK-FUNDS-PARA.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS = '00'
               SET WS-NAMADDR-OPEN TO TRUE
           ELSE
               DISPLAY 'CARDAP: NO NAME/ADDRESS MASTER, NOTICES '
                   'CARRY BILLING NAMES ONLY'
           END-IF.
           OPEN OUTPUT APDEBIT.
           OPEN OUTPUT APPAY.
           OPEN OUTPUT APNOTE.
           OPEN OUTPUT APCOLL.
           MOVE 'CARDAP' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO AD-CTL.
           WRITE AD-CTL.
           MOVE WS-HDR-IMAGE TO AYP.
           WRITE AYP.
           MOVE WS-HDR-IMAGE TO ANP.
           WRITE ANP.
           MOVE WS-HDR-IMAGE TO AKP.
           WRITE AKP.
           SET WS-AD-IDX TO 1
           PERFORM UNTIL WS-AD-IDX > WS-AD-CNT
               PERFORM SETTLE-DRAW-PARA
               SET WS-AD-IDX UP BY 1
           END-PERFORM
           MOVE WS-DEBIT-CNT TO WS-ET-CNT.
           MOVE WS-DEBIT-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO AD-CTL.
           WRITE AD-CTL.
           MOVE WS-EXPECT-TRL TO AYP.
           WRITE AYP.
           MOVE WS-NOTE-CNT TO WS-ET-CNT.
           MOVE WS-NOTE-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO ANP.
           WRITE ANP.
           MOVE WS-EXPECT-TRL TO AKP.
           WRITE AKP.
           CLOSE APDEBIT.
           CLOSE APPAY.
           CLOSE APNOTE.
           CLOSE APCOLL.
           CLOSE AUTOPAY.
           IF WS-NAMADDR-OPEN
               CLOSE NAMADDR
           END-IF.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-CARDBILL-DSN-DFLT TO WS-CARDBILL-DSN
           ACCEPT WS-CARDBILL-DSN FROM ENVIRONMENT 'CARDBILL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDBILL-DSN = SPACES
               MOVE WS-CARDBILL-DSN-DFLT TO WS-CARDBILL-DSN
           END-IF
           MOVE WS-AUTOPAY-DSN-DFLT TO WS-AUTOPAY-DSN
           ACCEPT WS-AUTOPAY-DSN FROM ENVIRONMENT 'AUTOPAY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AUTOPAY-DSN = SPACES
               MOVE WS-AUTOPAY-DSN-DFLT TO WS-AUTOPAY-DSN
           END-IF
           MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           ACCEPT WS-ACCOUNT-DSN FROM ENVIRONMENT 'ACCOUNT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ACCOUNT-DSN = SPACES
               MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           END-IF
           MOVE WS-ESCHREG-DSN-DFLT TO WS-ESCHREG-DSN
           ACCEPT WS-ESCHREG-DSN FROM ENVIRONMENT 'ESCHREG_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ESCHREG-DSN = SPACES
               MOVE WS-ESCHREG-DSN-DFLT TO WS-ESCHREG-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-APDEBIT-DSN-DFLT TO WS-APDEBIT-DSN
           ACCEPT WS-APDEBIT-DSN FROM ENVIRONMENT 'APDEBIT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-APDEBIT-DSN = SPACES
               MOVE WS-APDEBIT-DSN-DFLT TO WS-APDEBIT-DSN
           END-IF
           MOVE WS-APPAY-DSN-DFLT TO WS-APPAY-DSN
           ACCEPT WS-APPAY-DSN FROM ENVIRONMENT 'APPAY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-APPAY-DSN = SPACES
               MOVE WS-APPAY-DSN-DFLT TO WS-APPAY-DSN
           END-IF
           MOVE WS-APNOTE-DSN-DFLT TO WS-APNOTE-DSN
           ACCEPT WS-APNOTE-DSN FROM ENVIRONMENT 'APNOTE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-APNOTE-DSN = SPACES
               MOVE WS-APNOTE-DSN-DFLT TO WS-APNOTE-DSN
           END-IF
           MOVE WS-APCOLL-DSN-DFLT TO WS-APCOLL-DSN
           ACCEPT WS-APCOLL-DSN FROM ENVIRONMENT 'APCOLL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-APCOLL-DSN = SPACES
               MOVE WS-APCOLL-DSN-DFLT TO WS-APCOLL-DSN
           END-IF.
       VERIFY-CARDBILL-PARA.
           PERFORM UNTIL WS-VFY-EOF
               READ CARDBILL
                   AT END SET WS-VFY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CB-REC(1:3) = 'HDR'
                               SET WS-HDR-SEEN TO TRUE
                           WHEN CB-REC(1:3) = 'TRL'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE CB-REC(1:28) TO WS-TRL-IMAGE
                           WHEN OTHER
                               ADD 1 TO WS-VFY-CNT
                               IF CB-NBA IS NUMERIC
                                   ADD CB-NBA TO WS-VFY-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-HDR-SEEN
               IF NOT WS-TRL-SEEN
                   DISPLAY 'CARDAP: CARDBILL HAS HEADER BUT '
                       'NO TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-VFY-CNT TO WS-ET-CNT
               MOVE WS-VFY-HASH TO WS-ET-HASH
               IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                   DISPLAY 'CARDAP: CARDBILL TRAILER DOES NOT '
                       'MATCH FILE CONTENT'
                   DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                   DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE CARDBILL
           OPEN INPUT CARDBILL.
       LOAD-DIM-TABLE-PARA.
           MOVE 31 TO WS-DIM-ENTRY(1)
           MOVE 28 TO WS-DIM-ENTRY(2)
           MOVE 31 TO WS-DIM-ENTRY(3)
           MOVE 30 TO WS-DIM-ENTRY(4)
           MOVE 31 TO WS-DIM-ENTRY(5)
           MOVE 30 TO WS-DIM-ENTRY(6)
           MOVE 31 TO WS-DIM-ENTRY(7)
           MOVE 31 TO WS-DIM-ENTRY(8)
           MOVE 30 TO WS-DIM-ENTRY(9)
           MOVE 31 TO WS-DIM-ENTRY(10)
           MOVE 30 TO WS-DIM-ENTRY(11)
           MOVE 31 TO WS-DIM-ENTRY(12).
       LOAD-ESCHREG-PARA.
           OPEN INPUT ESCHREG
           IF WS-ESCHREG-STATUS = '35'
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REG-EOF
               READ ESCHREG
                   AT END SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF WS-ESCH-CNT >= WS-ESCH-MAX
                           DISPLAY 'CARDAP: ESCHEAT TABLE FULL'
                       ELSE
                           ADD 1 TO WS-ESCH-CNT
                           SET WS-ESCH-IDX TO WS-ESCH-CNT
                           MOVE EG-ACCT
                               TO WS-ESCH-ENTRY(WS-ESCH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ESCHREG-STATUS NOT = '35'
               CLOSE ESCHREG
           END-IF.
      *    THE PAYMENT IS DUE ONE MONTH AFTER THE BILL CYCLE DATE,
      *    ROLLED TO THE NEXT BUSINESS DAY, EXACTLY AS THE STATEMENT
      *    RUN PRINTS IT.  A DUE DATE MISSED BECAUSE THE RUN DID NOT
      *    GO THAT DAY IS STILL DRAWN, BUT EACH DUE DATE IS DRAWN ONLY
      *    ONCE - UNLESS TODAY'S RUN IS BEING REPEATED, WHEN THE SAME
      *    DRAWS ARE MADE AGAIN SO THE OUTPUT FILES ARE COMPLETE.
       SELECT-DUE-PARA.
           MOVE CB-ACCT TO AE-ACCT
           READ AUTOPAY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ENRL-CNT
                   IF AE-ACTIVE AND AE-SIGNED NOT > WS-BUS-DATE
                       PERFORM DUE-DATE-PARA
                       IF WS-DUE-DATE-8 NOT > WS-BUS-DATE AND
                          WS-DUE-DATE-8 NOT < AE-SIGNED AND
                          (WS-DUE-DATE-8 > AE-LAST-DUE OR
                           AE-LAST-RUN = WS-BUS-DATE)
                           PERFORM DRAW-AMOUNT-PARA
                       ELSE
                           ADD 1 TO WS-NOTDUE-CNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-INACTIVE-CNT
                   END-IF
           END-READ.
       DUE-DATE-PARA.
           MOVE ZERO TO WS-DUE-DATE-8
           IF CB-BCD IS NUMERIC
               MOVE CB-BCD(1:2) TO WS-BYR
               MOVE CB-BCD(3:2) TO WS-BMTH
               MOVE CB-BCD(5:2) TO WS-BDAY
               IF WS-BMTH = 12
                   MOVE 01 TO WS-DUE-MTH
                   IF WS-BYR = 99
                       MOVE ZERO TO WS-DUE-YR
                       COMPUTE WS-DUE-CENTURY = WS-CENTURY + 1
                   ELSE
                       COMPUTE WS-DUE-YR = WS-BYR + 1
                       MOVE WS-CENTURY TO WS-DUE-CENTURY
                   END-IF
               ELSE
                   COMPUTE WS-DUE-MTH = WS-BMTH + 1
                   MOVE WS-BYR TO WS-DUE-YR
                   MOVE WS-CENTURY TO WS-DUE-CENTURY
               END-IF
               PERFORM CLAMP-DUE-DAY-PARA
               COMPUTE WS-DUE-DATE-8 = WS-DUE-CENTURY * 1000000
                   + WS-DUE-YR * 10000 + WS-DUE-MTH * 100 + WS-DUE-DAY
               CALL WS-CALPGM USING WS-DUE-DATE-8, WS-ROLLED-DATE-8
               MOVE WS-ROLLED-DATE-8 TO WS-DUE-DATE-8
           END-IF.
       CLAMP-DUE-DAY-PARA.
           SET WS-DIM-IDX TO WS-DUE-MTH
           MOVE WS-DIM-ENTRY(WS-DIM-IDX) TO WS-MAX-DAY
           COMPUTE WS-DUE-FULL-YR = WS-DUE-CENTURY * 100 + WS-DUE-YR
           IF WS-DUE-MTH = 02 AND FUNCTION MOD(WS-DUE-FULL-YR, 4) = 0
               AND (FUNCTION MOD(WS-DUE-FULL-YR, 100) NOT = 0
                    OR FUNCTION MOD(WS-DUE-FULL-YR, 400) = 0)
               MOVE 29 TO WS-MAX-DAY
           END-IF
           IF WS-BDAY > WS-MAX-DAY
               MOVE WS-MAX-DAY TO WS-DUE-DAY
           ELSE
               MOVE WS-BDAY TO WS-DUE-DAY
           END-IF.
      *    THE STATEMENT OPTION PAYS WHATEVER IS STILL UNPAID ON THE
      *    BILL.  THE MINIMUM DUE IS THE FEES AND INTEREST PLUS ONE
      *    PER CENT OF THE PRINCIPAL, NEVER LESS THAN THE FLOOR.  A
      *    FIXED AMOUNT IS THE CARDHOLDER'S OWN FIGURE.  NONE OF THEM
      *    IS EVER MORE THAN IS OWED.
       DRAW-AMOUNT-PARA.
           MOVE ZERO TO WS-OWED
           IF CB-NBA IS NUMERIC AND CB-PAID IS NUMERIC
               IF CB-NBA > CB-PAID
                   COMPUTE WS-OWED = CB-NBA - CB-PAID
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN AE-OPT-FIXED
                   MOVE AE-FIXED-AMT TO WS-DRAW-AMT
               WHEN AE-OPT-MINIMUM
                   PERFORM MINIMUM-DUE-PARA
               WHEN OTHER
                   MOVE WS-OWED TO WS-DRAW-AMT
           END-EVALUATE
           IF WS-DRAW-AMT > WS-OWED
               MOVE WS-OWED TO WS-DRAW-AMT
           END-IF
           IF WS-DRAW-AMT = ZERO
               ADD 1 TO WS-NOTHING-CNT
               MOVE WS-DUE-DATE-8 TO AE-LAST-DUE
               MOVE WS-BUS-DATE TO AE-LAST-RUN
               MOVE ZERO TO AE-LAST-AMT
               REWRITE APE-REC
           ELSE
               PERFORM QUEUE-DRAW-PARA
           END-IF.
       MINIMUM-DUE-PARA.
           MOVE ZERO TO WS-BKT-FEE
           MOVE ZERO TO WS-BKT-INT
           MOVE ZERO TO WS-BKT-PRIN
           IF CB-FEE-BAL IS NUMERIC
               MOVE CB-FEE-BAL TO WS-BKT-FEE
           END-IF
           IF CB-INT-BAL IS NUMERIC
               MOVE CB-INT-BAL TO WS-BKT-INT
           END-IF
           IF CB-PRIN-BAL IS NUMERIC
               MOVE CB-PRIN-BAL TO WS-BKT-PRIN
           END-IF
           COMPUTE WS-BKT-SUM =
               WS-BKT-FEE + WS-BKT-INT + WS-BKT-PRIN
           IF WS-BKT-SUM = ZERO
               MOVE WS-OWED TO WS-BKT-PRIN
           END-IF
           COMPUTE WS-MIN-DUE ROUNDED = WS-BKT-FEE + WS-BKT-INT
               + WS-BKT-PRIN * WS-MIN-PCT
           IF WS-MIN-DUE < WS-MIN-FLOOR
               MOVE WS-MIN-FLOOR TO WS-MIN-DUE
           END-IF
           IF WS-MIN-DUE > WS-OWED
               MOVE WS-OWED TO WS-DRAW-AMT
           ELSE
               MOVE WS-MIN-DUE TO WS-DRAW-AMT
           END-IF.
       QUEUE-DRAW-PARA.
           IF WS-AD-CNT >= WS-AD-MAX
               DISPLAY 'CARDAP: DRAW TABLE FULL, ' CB-ACCT
                   ' NOT DRAWN TODAY'
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-AD-CNT
               SET WS-AD-IDX TO WS-AD-CNT
               MOVE CB-ACCT TO WS-AD-ACCT(WS-AD-IDX)
               MOVE CB-NAME TO WS-AD-NAME(WS-AD-IDX)
               MOVE AE-DEP-ACCT TO WS-AD-DEP(WS-AD-IDX)
               MOVE WS-DUE-DATE-8 TO WS-AD-DUE(WS-AD-IDX)
               MOVE WS-DRAW-AMT TO WS-AD-AMT(WS-AD-IDX)
               MOVE ZERO TO WS-AD-AVAIL(WS-AD-IDX)
               MOVE SPACES TO WS-AD-REASON(WS-AD-IDX)
               SET WS-AD-PENDING(WS-AD-IDX) TO TRUE
           END-IF.
      *    ONE PASS OF THE DEPOSIT MASTER DECIDES EVERY DRAW.  WHERE
      *    ONE DEPOSIT ACCOUNT PAYS FOR SEVERAL CARDS THEY ARE TAKEN
      *    IN BILLING FILE ORDER AGAINST WHAT IS LEFT.  NOTHING IS
      *    DRAWN ON AN ESCHEATED ACCOUNT, AND A DRAW WHOSE DEPOSIT
      *    ACCOUNT IS NOT ON FILE FAILS.
       CHECK-FUNDS-PARA.
           OPEN INPUT ACCOUNT
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT
                   AT END SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF AC-REC(1:3) = 'HDR' OR AC-REC(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM FUND-ONE-ACCOUNT-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT
           SET WS-AD-IDX TO 1
           PERFORM UNTIL WS-AD-IDX > WS-AD-CNT
               IF WS-AD-PENDING(WS-AD-IDX)
                   SET WS-AD-FAILED(WS-AD-IDX) TO TRUE
                   MOVE 'NO DEPOSIT ACCOUNT'
                       TO WS-AD-REASON(WS-AD-IDX)
               END-IF
               SET WS-AD-IDX UP BY 1
           END-PERFORM.
       FUND-ONE-ACCOUNT-PARA.
           MOVE ZERO TO WS-AVAIL
           IF AC-BAL IS NUMERIC AND AC-BAL > ZERO
               MOVE AC-BAL TO WS-AVAIL
           END-IF
           PERFORM FIND-ESCH-PARA
           SET WS-AD-IDX TO 1
           PERFORM UNTIL WS-AD-IDX > WS-AD-CNT
               IF WS-AD-PENDING(WS-AD-IDX) AND
                  WS-AD-DEP(WS-AD-IDX) = AC-ACCT
                   MOVE WS-AVAIL TO WS-AD-AVAIL(WS-AD-IDX)
                   EVALUATE TRUE
                       WHEN WS-ESCH-FOUND
                           SET WS-AD-FAILED(WS-AD-IDX) TO TRUE
                           MOVE 'DEPOSIT ESCHEATED'
                               TO WS-AD-REASON(WS-AD-IDX)
                       WHEN WS-AD-AMT(WS-AD-IDX) > WS-AVAIL
                           SET WS-AD-FAILED(WS-AD-IDX) TO TRUE
                           MOVE 'INSUFFICIENT FUNDS'
                               TO WS-AD-REASON(WS-AD-IDX)
                       WHEN OTHER
                           SET WS-AD-APPROVED(WS-AD-IDX) TO TRUE
                           SUBTRACT WS-AD-AMT(WS-AD-IDX) FROM WS-AVAIL
                   END-EVALUATE
               END-IF
               SET WS-AD-IDX UP BY 1
           END-PERFORM.
       FIND-ESCH-PARA.
           MOVE 'N' TO WS-ESCH-SW
           SET WS-ESCH-IDX TO 1
           PERFORM UNTIL WS-ESCH-IDX > WS-ESCH-CNT
                    OR WS-ESCH-FOUND
               IF WS-ESCH-ENTRY(WS-ESCH-IDX) = AC-ACCT
                   SET WS-ESCH-FOUND TO TRUE
               ELSE
                   SET WS-ESCH-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    AN APPROVED DRAW GOES OUT TWICE: AS A DEBIT TRANSACTION FOR
      *    THE DEPOSIT POSTING AND AS A CARD PAYMENT FOR THE LOCKBOX
      *    RUN, SO THE TWO SIDES ALWAYS CARRY THE SAME AMOUNT.  A
      *    FAILED DRAW POSTS NOTHING; THE CARDHOLDER IS SENT A NOTICE
      *    AND COLLECTIONS IS GIVEN THE ACCOUNT TO WORK.
       SETTLE-DRAW-PARA.
           MOVE WS-AD-ACCT(WS-AD-IDX) TO AE-ACCT
           READ AUTOPAY
               INVALID KEY
                   DISPLAY 'CARDAP: ENROLLMENT FOR '
                       WS-AD-ACCT(WS-AD-IDX) ' HAS GONE'
               NOT INVALID KEY
                   IF WS-AD-APPROVED(WS-AD-IDX)
                       PERFORM WRITE-DRAW-PARA
                   ELSE
                       PERFORM FAILED-DRAW-PARA
                   END-IF
                   MOVE WS-AD-DUE(WS-AD-IDX) TO AE-LAST-DUE
                   MOVE WS-BUS-DATE TO AE-LAST-RUN
                   REWRITE APE-REC
           END-READ.
       WRITE-DRAW-PARA.
           ADD 1 TO WS-REF-SEQ
           MOVE SPACES TO ADP
           MOVE WS-AD-DEP(WS-AD-IDX) TO AD-ACCT
           MOVE WS-AD-AMT(WS-AD-IDX) TO AD-AMT
           MOVE 'D' TO AD-DC
           WRITE ADP
           MOVE SPACES TO AYP
           MOVE WS-AD-ACCT(WS-AD-IDX) TO AY-ACCT
           MOVE WS-AD-AMT(WS-AD-IDX) TO AY-AMT
           MOVE 'AP' TO AY-REF-TAG
           MOVE WS-RUN-DATE TO AY-REF-DATE
           MOVE WS-REF-SEQ TO AY-REF-SEQ
           WRITE AYP
           ADD 1 TO WS-DEBIT-CNT
           ADD WS-AD-AMT(WS-AD-IDX) TO WS-DEBIT-HASH
           MOVE WS-AD-AMT(WS-AD-IDX) TO AE-LAST-AMT
           MOVE ZERO TO AE-FAILS.
      *    EVERY FAILED DRAW COUNTS AGAINST THE ENROLLMENT; AFTER
      *    AP_FAIL_LIMIT (DEFAULT 2) IN A ROW IT IS SUSPENDED UNTIL
      *    AN OPERATOR RESUMES IT.  A REPEATED RUN DOES NOT COUNT THE
      *    SAME FAILURE TWICE.
       FAILED-DRAW-PARA.
           ADD 1 TO WS-FAIL-CNT
           ADD WS-AD-AMT(WS-AD-IDX) TO WS-FAIL-TOTAL
           MOVE ZERO TO AE-LAST-AMT
           IF AE-LAST-RUN NOT = WS-BUS-DATE AND AE-FAILS < 99
               ADD 1 TO AE-FAILS
           END-IF
           MOVE WS-BUS-DATE TO AE-LAST-FAIL
           IF AE-ACTIVE AND AE-FAILS >= WS-FAIL-LIMIT
               SET AE-SUSPENDED TO TRUE
               ADD 1 TO WS-SUSPEND-CNT
               DISPLAY 'CARDAP: AUTOPAY FOR ' AE-ACCT
                   ' SUSPENDED AFTER ' AE-FAILS ' FAILED DRAWS'
           END-IF
           DISPLAY 'CARDAP: AUTOPAY FOR ' AE-ACCT ' NOT PAID, '
               WS-AD-REASON(WS-AD-IDX)
           PERFORM WRITE-NOTICE-PARA
           MOVE SPACES TO AKP
           MOVE WS-AD-ACCT(WS-AD-IDX) TO AK-ACCT
           MOVE WS-AD-NAME(WS-AD-IDX) TO AK-NAME
           MOVE WS-AD-DEP(WS-AD-IDX) TO AK-DEP-ACCT
           MOVE WS-AD-DUE(WS-AD-IDX) TO AK-DUE
           MOVE WS-AD-AMT(WS-AD-IDX) TO AK-AMT
           MOVE WS-AD-AVAIL(WS-AD-IDX) TO AK-AVAIL
           MOVE WS-AD-REASON(WS-AD-IDX) TO AK-REASON
           MOVE AE-FAILS TO AK-FAILS
           MOVE AE-STATUS TO AK-STATUS
           WRITE AKP
           ADD 1 TO WS-NOTE-CNT
           ADD WS-AD-AMT(WS-AD-IDX) TO WS-NOTE-HASH.
      *    THE NOTICE GOES TO THE MAILING NAME AND ADDRESS ON THE
      *    NAME/ADDRESS MASTER, CARRYING ITS MAIL FLAG SO THE MAIL
      *    ROOM HOLDS ONE FOR AN ADDRESS KNOWN TO BE UNDELIVERABLE.
       WRITE-NOTICE-PARA.
           MOVE SPACES TO ANP
           MOVE WS-AD-ACCT(WS-AD-IDX) TO AN-ACCT
           MOVE WS-AD-NAME(WS-AD-IDX) TO AN-NAME
           IF WS-NAMADDR-OPEN
               MOVE WS-AD-ACCT(WS-AD-IDX) TO NA-KEY
               READ NAMADDR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE NA-NAME TO AN-NAME
                       MOVE NA-ADDR1 TO AN-ADDR1
                       MOVE NA-ADDR2 TO AN-ADDR2
                       MOVE NA-MAIL-FLAG TO AN-MAIL-FLAG
               END-READ
           END-IF
           MOVE WS-AD-DUE(WS-AD-IDX) TO AN-DUE
           MOVE WS-AD-AMT(WS-AD-IDX) TO AN-AMT
           MOVE WS-AD-REASON(WS-AD-IDX) TO AN-REASON
           WRITE ANP.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== CARD AUTOPAY CONTROL TOTALS ====='.
           DISPLAY 'BILLS READ          : ' WS-BILL-CNT.
           DISPLAY 'ENROLLED BILLS      : ' WS-ENRL-CNT.
           DISPLAY 'NOT DUE TODAY       : ' WS-NOTDUE-CNT.
           DISPLAY 'ENROLLMENT INACTIVE : ' WS-INACTIVE-CNT.
           DISPLAY 'NOTHING OWED        : ' WS-NOTHING-CNT.
           DISPLAY 'PAYMENTS DRAWN      : ' WS-DEBIT-CNT.
           DISPLAY 'AMOUNT DRAWN        : ' WS-DEBIT-HASH.
           DISPLAY 'DRAWS FAILED        : ' WS-FAIL-CNT.
           DISPLAY 'AMOUNT NOT DRAWN    : ' WS-FAIL-TOTAL.
           DISPLAY 'ENROLLMENTS SUSPEND : ' WS-SUSPEND-CNT.
           IF WS-FAIL-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
