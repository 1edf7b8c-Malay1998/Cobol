       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELTRAN
           ASSIGN TO DYNAMIC WS-RELTRAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELTRAN-STATUS.
           SELECT RELMST
           ASSIGN TO DYNAMIC WS-RELMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           ALTERNATE RECORD KEY IS RL-CUST WITH DUPLICATES
           FILE STATUS IS WS-RELMST-STATUS.
           SELECT CUSTMST
           ASSIGN TO DYNAMIC WS-CUSTMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-CUST
           FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CARDMST
           ASSIGN TO DYNAMIC WS-CARDMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-ACCT
           FILE STATUS IS WS-CARDMST-STATUS.
           SELECT ACCOUNT
           ASSIGN TO DYNAMIC WS-ACCOUNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT MNTPEND
           ASSIGN TO DYNAMIC WS-MNTPEND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MNTPEND-STATUS.
           SELECT MNTNOTE
           ASSIGN TO DYNAMIC WS-MNTNOTE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MNTNOTE-STATUS.
           SELECT MNTAUD
           ASSIGN TO DYNAMIC WS-MNTAUD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MNTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RELTRAN.
       01 RTN.
           02 RT-ACTION PIC X(7).
               88 RT-ACTION-OPEN VALUE 'OPEN'.
               88 RT-ACTION-CLOSE VALUE 'CLOSE'.
               88 RT-ACTION-REOPEN VALUE 'REOPEN'.
               88 RT-ACTION-VERIFY VALUE 'VERIFY'.
               88 RT-ACTION-REFUSE VALUE 'REFUSE'.
               88 RT-ACTION-DUAL VALUE 'OPEN' 'REOPEN'.
           02 PIC X.
           02 RT-TYPE PIC X(4).
           02 PIC X.
           02 RT-ACCT PIC X(16).
           02 PIC X.
           02 RT-CUST PIC X(6).
           02 PIC X.
           02 RT-DATE PIC X(8).
           02 PIC X.
           02 RT-OPER PIC X(6).
       FD RELMST.
           COPY RELREC.
       FD CUSTMST.
           COPY CUSTREC.
       FD CARDMST.
           COPY CARDREC.
       FD ACCOUNT.
       01 WS-ACCT.
           02 WS-ACCT-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-ACCT-BAL PIC S9(9)V99.
       FD MNTPEND.
           COPY MNTPEND.
       FD MNTNOTE.
           COPY MNTNOTE.
       FD MNTAUD.
           COPY MNTAUD.
       WORKING-STORAGE SECTION.
       01 WS-RELTRAN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RELTRAN.PAT'.
       01 WS-RELTRAN-DSN PIC X(100).
       01 WS-RELMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RELMST.PAT'.
       01 WS-RELMST-DSN PIC X(100).
       01 WS-CUSTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSTMST.PAT'.
       01 WS-CUSTMST-DSN PIC X(100).
       01 WS-CARDMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CARDMST.PAT'.
       01 WS-CARDMST-DSN PIC X(100).
       01 WS-ACCOUNT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ACCOUNT.PAT'.
       01 WS-ACCOUNT-DSN PIC X(100).
       01 WS-RELTRAN-STATUS PIC X(2).
       01 WS-RELMST-STATUS PIC X(2).
       01 WS-CUSTMST-STATUS PIC X(2).
       01 WS-CARDMST-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-CUSTMST-OPEN-SW PIC X VALUE 'N'.
           88 WS-CUSTMST-OPEN VALUE 'Y'.
       01 WS-CARDMST-OPEN-SW PIC X VALUE 'N'.
           88 WS-CARDMST-OPEN VALUE 'Y'.
       01 WS-ACCT-EOF-SW PIC X VALUE 'N'.
           88 WS-ACCT-EOF VALUE 'Y'.
       01 WS-ACCT-SW PIC X.
           88 WS-ACCT-FOUND VALUE 'Y'.
       01 WS-DEP-ACCT PIC 9(11).
       01 WS-EFF-DATE PIC 9(8).
       01 WS-MNTPEND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RELPEND.PAT'.
       01 WS-MNTPEND-DSN PIC X(100).
       01 WS-MNTNOTE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MNTNOTE.PAT'.
       01 WS-MNTNOTE-DSN PIC X(100).
       01 WS-MNTAUD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MNTAUD.PAT'.
       01 WS-MNTAUD-DSN PIC X(100).
       01 WS-MNTPEND-STATUS PIC X(2).
       01 WS-MNTNOTE-STATUS PIC X(2).
       01 WS-MNTAUD-STATUS PIC X(2).
       01 WS-PEND-EOF-SW PIC X VALUE 'N'.
           88 WS-PEND-EOF VALUE 'Y'.
       01 WS-PEND-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-PEND-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PEND-TABLE.
           02 WS-PEND-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PEND-IDX.
               03 WS-PEND-KEY PIC X(16).
               03 WS-PEND-DATE PIC 9(8).
               03 WS-PEND-MAKER PIC X(6).
               03 WS-PEND-TRAN PIC X(120).
               03 WS-PEND-STATE PIC X.
                   88 WS-PEND-WAITING VALUE 'P'.
                   88 WS-PEND-CLEARED VALUE 'C'.
       01 WS-PEND-SW PIC X.
           88 WS-PEND-FOUND VALUE 'Y'.
       01 WS-PEND-KEY-X PIC X(16).
       01 WS-PEND-DAYS-X PIC X(3).
       01 WS-PEND-DAYS PIC 9(3) VALUE 5.
       01 WS-PEND-AGE PIC S9(7) COMP.
       01 WS-TODAY-8 PIC 9(8).
       01 WS-MAKER PIC X(6).
       01 WS-CHECKER PIC X(6).
       01 WS-NOTE-DISP PIC X(8).
       01 WS-MNT-ERROR PIC X(30).
       01 WS-SAVE-REJECT PIC 9(7) COMP.
       01 WS-PENDED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-VERIFY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REFUSE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-EXPIRE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CARRY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-BEFORE-IMAGE PIC X(120).
       01 WS-AFTER-IMAGE PIC X(120).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-CENTURY PIC 9(2) VALUE 20.
       01 WS-W PIC A(1) VALUE SPACE.
       01 WS-REL-ERROR PIC X(30).
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OPEN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CLOSE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REOPEN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           OPEN INPUT RELTRAN.
           IF WS-RELTRAN-STATUS NOT = '00'
               DISPLAY 'RELMNT: UNABLE TO OPEN RELTRAN FILE, '
                   'STATUS=' WS-RELTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RELMST.
           IF WS-RELMST-STATUS = '35'
               OPEN OUTPUT RELMST
               CLOSE RELMST
               OPEN I-O RELMST
           END-IF.
           IF WS-RELMST-STATUS NOT = '00'
               DISPLAY 'RELMNT: UNABLE TO OPEN RELMST FILE, '
                   'STATUS=' WS-RELMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTMST.
           IF WS-CUSTMST-STATUS = '00'
               SET WS-CUSTMST-OPEN TO TRUE
           ELSE
               DISPLAY 'RELMNT: NO CUSTOMER MASTER, CUSTOMER NUMBERS '
                   'NOT CHECKED'
           END-IF.
           OPEN INPUT CARDMST.
           IF WS-CARDMST-STATUS = '00'
               SET WS-CARDMST-OPEN TO TRUE
           ELSE
               DISPLAY 'RELMNT: NO CARD-ACCOUNT MASTER, CARD NUMBERS '
                   'NOT CHECKED'
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-TODAY-8 = WS-CENTURY * 1000000 + WS-RUN-DATE.
           OPEN EXTEND MNTNOTE.
           IF WS-MNTNOTE-STATUS = '35'
               OPEN OUTPUT MNTNOTE
           END-IF.
           OPEN EXTEND MNTAUD.
           IF WS-MNTAUD-STATUS = '35'
               OPEN OUTPUT MNTAUD
           END-IF.
           PERFORM LOAD-PENDING-PARA.
           PERFORM UNTIL WS-W = 'X'
           READ RELTRAN
           AT END MOVE 'X' TO WS-W
           NOT AT END
               ADD 1 TO WS-READ-CNT
               PERFORM SCREEN-MNT-TRAN-PARA
           END-PERFORM
           CLOSE RELTRAN.
           CLOSE RELMST.
           IF WS-CUSTMST-OPEN
               CLOSE CUSTMST
           END-IF.
           IF WS-CARDMST-OPEN
               CLOSE CARDMST
           END-IF.
           PERFORM SAVE-PENDING-PARA.
           CLOSE MNTNOTE.
           CLOSE MNTAUD.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-RELTRAN-DSN-DFLT TO WS-RELTRAN-DSN
           ACCEPT WS-RELTRAN-DSN FROM ENVIRONMENT 'RELTRAN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RELTRAN-DSN = SPACES
               MOVE WS-RELTRAN-DSN-DFLT TO WS-RELTRAN-DSN
           END-IF
           MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           ACCEPT WS-RELMST-DSN FROM ENVIRONMENT 'RELMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RELMST-DSN = SPACES
               MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           END-IF
           MOVE WS-CUSTMST-DSN-DFLT TO WS-CUSTMST-DSN
           ACCEPT WS-CUSTMST-DSN FROM ENVIRONMENT 'CUSTMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CUSTMST-DSN = SPACES
               MOVE WS-CUSTMST-DSN-DFLT TO WS-CUSTMST-DSN
           END-IF
           MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           ACCEPT WS-CARDMST-DSN FROM ENVIRONMENT 'CARDMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDMST-DSN = SPACES
               MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           END-IF
           MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           ACCEPT WS-ACCOUNT-DSN FROM ENVIRONMENT 'ACCOUNT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ACCOUNT-DSN = SPACES
               MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           END-IF
           MOVE WS-MNTPEND-DSN-DFLT TO WS-MNTPEND-DSN
           ACCEPT WS-MNTPEND-DSN FROM ENVIRONMENT 'RELPEND_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MNTPEND-DSN = SPACES
               MOVE WS-MNTPEND-DSN-DFLT TO WS-MNTPEND-DSN
           END-IF
           MOVE WS-MNTNOTE-DSN-DFLT TO WS-MNTNOTE-DSN
           ACCEPT WS-MNTNOTE-DSN FROM ENVIRONMENT 'MNTNOTE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MNTNOTE-DSN = SPACES
               MOVE WS-MNTNOTE-DSN-DFLT TO WS-MNTNOTE-DSN
           END-IF
           MOVE WS-MNTAUD-DSN-DFLT TO WS-MNTAUD-DSN
           ACCEPT WS-MNTAUD-DSN FROM ENVIRONMENT 'MNTAUD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MNTAUD-DSN = SPACES
               MOVE WS-MNTAUD-DSN-DFLT TO WS-MNTAUD-DSN
           END-IF.
      *    EVERY TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED
      *    IT.  A SENSITIVE CHANGE IS NOT APPLIED WHEN KEYED: IT WAITS
      *    ON THE PENDING QUEUE UNTIL A DIFFERENT OPERATOR SENDS A
      *    VERIFY FOR THE SAME KEY, OR A REFUSE TO TURN IT DOWN.
       SCREEN-MNT-TRAN-PARA.
           MOVE RT-OPER TO WS-MAKER
           MOVE SPACES TO WS-CHECKER
           MOVE SPACES TO WS-PEND-KEY-X
           MOVE RT-ACCT TO WS-PEND-KEY-X
           EVALUATE TRUE
               WHEN RT-OPER = SPACES
                   MOVE 'NO OPERATOR ID' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN RT-ACTION-VERIFY OR RT-ACTION-REFUSE
                   PERFORM CHECK-PENDING-PARA
               WHEN RT-ACTION-DUAL
                   PERFORM QUEUE-PENDING-PARA
               WHEN OTHER
                   PERFORM APPLY-REL-TRAN-PARA
           END-EVALUATE.
       QUEUE-PENDING-PARA.
           PERFORM FIND-PENDING-PARA
           EVALUATE TRUE
               WHEN WS-PEND-KEY-X = SPACES
                   MOVE 'NO KEY' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN WS-PEND-FOUND
                   MOVE 'CHANGE ALREADY PENDING' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN WS-PEND-CNT >= WS-PEND-MAX
                   MOVE 'PENDING QUEUE FULL' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN OTHER
                   ADD 1 TO WS-PEND-CNT
                   SET WS-PEND-IDX TO WS-PEND-CNT
                   MOVE WS-PEND-KEY-X TO WS-PEND-KEY(WS-PEND-IDX)
                   MOVE WS-TODAY-8 TO WS-PEND-DATE(WS-PEND-IDX)
                   MOVE RT-OPER TO WS-PEND-MAKER(WS-PEND-IDX)
                   MOVE RTN TO WS-PEND-TRAN(WS-PEND-IDX)
                   SET WS-PEND-WAITING(WS-PEND-IDX) TO TRUE
                   ADD 1 TO WS-PENDED-CNT
           END-EVALUATE.
      *    THE CHECKER MUST NOT BE THE MAKER.  A VERIFIED ITEM IS
      *    APPLIED AS THE MAKER KEYED IT; IF THE MASTER HAS MOVED ON
      *    AND IT NO LONGER APPLIES, THE MAKER IS TOLD.
       CHECK-PENDING-PARA.
           PERFORM FIND-PENDING-PARA
           EVALUATE TRUE
               WHEN NOT WS-PEND-FOUND
                   MOVE 'NOTHING PENDING' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN WS-PEND-MAKER(WS-PEND-IDX) = RT-OPER
                   MOVE 'MAKER CANNOT CHECK OWN CHANGE' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN RT-ACTION-REFUSE
                   MOVE RT-OPER TO WS-CHECKER
                   SET WS-PEND-CLEARED(WS-PEND-IDX) TO TRUE
                   MOVE 'REFUSED' TO WS-NOTE-DISP
                   PERFORM NOTIFY-MAKER-PARA
                   ADD 1 TO WS-REFUSE-CNT
               WHEN OTHER
                   MOVE RT-OPER TO WS-CHECKER
                   SET WS-PEND-CLEARED(WS-PEND-IDX) TO TRUE
                   MOVE WS-PEND-MAKER(WS-PEND-IDX) TO WS-MAKER
                   MOVE WS-PEND-TRAN(WS-PEND-IDX) TO RTN
                   MOVE WS-REJECT-CNT TO WS-SAVE-REJECT
                   PERFORM APPLY-REL-TRAN-PARA
                   ADD 1 TO WS-VERIFY-CNT
                   IF WS-REJECT-CNT > WS-SAVE-REJECT
                       MOVE 'REJECTED' TO WS-NOTE-DISP
                       PERFORM NOTIFY-MAKER-PARA
                   END-IF
           END-EVALUATE.
       FIND-PENDING-PARA.
           MOVE 'N' TO WS-PEND-SW
           SET WS-PEND-IDX TO 1
           PERFORM UNTIL WS-PEND-IDX > WS-PEND-CNT OR WS-PEND-FOUND
               IF WS-PEND-WAITING(WS-PEND-IDX) AND
                  WS-PEND-KEY(WS-PEND-IDX) = WS-PEND-KEY-X
                   SET WS-PEND-FOUND TO TRUE
               ELSE
                   SET WS-PEND-IDX UP BY 1
               END-IF
           END-PERFORM.
       REJECT-MNT-TRAN-PARA.
           DISPLAY 'RELMNT: REJECTED ' RT-ACTION ' FOR ACCOUNT '
               RT-ACCT ', ' WS-MNT-ERROR
           ADD 1 TO WS-REJECT-CNT.
      *    MNTNOTE GOES BACK TO THE OPERATOR WHO KEYED THE CHANGE: ONE
      *    LINE FOR EACH OF THEIR PENDING ITEMS THAT WAS REFUSED, THAT
      *    FAILED WHEN VERIFIED, OR THAT EXPIRED UNCHECKED.
       NOTIFY-MAKER-PARA.
           MOVE SPACES TO MNP
           MOVE WS-PEND-MAKER(WS-PEND-IDX) TO MN-OPER
           MOVE 'RELMNT' TO MN-PGM
           MOVE WS-PEND-KEY(WS-PEND-IDX) TO MN-KEY
           MOVE WS-NOTE-DISP TO MN-DISP
           MOVE WS-PEND-DATE(WS-PEND-IDX) TO MN-ENTERED
           MOVE WS-TODAY-8 TO MN-DATE
           MOVE WS-CHECKER TO MN-CHECKER
           MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MN-TRAN
           WRITE MNP
           DISPLAY 'RELMNT: PENDING CHANGE FOR '
               WS-PEND-KEY(WS-PEND-IDX) ' BY '
               WS-PEND-MAKER(WS-PEND-IDX) ' ' WS-NOTE-DISP.
      *    THE AUDIT TRAIL RECORDS BOTH OPERATORS.  A CHANGE THAT
      *    NEEDED NO SECOND OPERATOR HAS NO CHECKER.
       AUDIT-MNT-PARA.
           MOVE SPACES TO MAP
           MOVE WS-TODAY-8 TO MA-DATE
           MOVE 'RELMNT' TO MA-PGM
           MOVE RT-ACTION TO MA-ACTION
           MOVE RT-ACCT TO MA-KEY
           MOVE WS-MAKER TO MA-MAKER
           MOVE WS-CHECKER TO MA-CHECKER
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE
           MOVE WS-AFTER-IMAGE TO MA-AFTER
           WRITE MAP.
      *    THE PENDING QUEUE IS READ WHOLE AT THE START OF THE RUN AND
      *    WRITTEN BACK AT THE END.  PEND_DAYS (DEFAULT 5) IS HOW
      *    MANY DAYS AN ITEM MAY WAIT FOR ITS CHECKER.
       LOAD-PENDING-PARA.
           MOVE SPACES TO WS-PEND-DAYS-X
           ACCEPT WS-PEND-DAYS-X FROM ENVIRONMENT 'PEND_DAYS'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PEND-DAYS-X IS NUMERIC
               MOVE WS-PEND-DAYS-X TO WS-PEND-DAYS
           END-IF
           OPEN INPUT MNTPEND
           IF WS-MNTPEND-STATUS NOT = '00'
               SET WS-PEND-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PEND-EOF
               READ MNTPEND
                   AT END SET WS-PEND-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-PENDING-PARA
               END-READ
           END-PERFORM
           IF WS-MNTPEND-STATUS = '00' OR WS-MNTPEND-STATUS = '10'
               CLOSE MNTPEND
           END-IF.
       LOAD-ONE-PENDING-PARA.
           IF WS-PEND-CNT >= WS-PEND-MAX
               DISPLAY 'RELMNT: PENDING QUEUE FULL, ' MP-KEY ' BY '
                   MP-MAKER ' DROPPED'
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PEND-CNT
               SET WS-PEND-IDX TO WS-PEND-CNT
               MOVE MP-KEY TO WS-PEND-KEY(WS-PEND-IDX)
               MOVE MP-MAKER TO WS-PEND-MAKER(WS-PEND-IDX)
               MOVE MP-TRAN TO WS-PEND-TRAN(WS-PEND-IDX)
               IF MP-DATE IS NUMERIC
                   MOVE MP-DATE TO WS-PEND-DATE(WS-PEND-IDX)
               ELSE
                   MOVE WS-TODAY-8 TO WS-PEND-DATE(WS-PEND-IDX)
               END-IF
               SET WS-PEND-WAITING(WS-PEND-IDX) TO TRUE
           END-IF.
      *    AN ITEM STILL UNCHECKED AFTER PEND_DAYS IS DROPPED FROM THE
      *    QUEUE AND REPORTED BACK TO THE OPERATOR WHO KEYED IT.
       SAVE-PENDING-PARA.
           OPEN OUTPUT MNTPEND
           IF WS-MNTPEND-STATUS NOT = '00'
               DISPLAY 'RELMNT: UNABLE TO OPEN PENDING QUEUE, '
                   'STATUS=' WS-MNTPEND-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-PEND-IDX TO 1
               PERFORM UNTIL WS-PEND-IDX > WS-PEND-CNT
                   IF WS-PEND-WAITING(WS-PEND-IDX)
                       PERFORM SAVE-ONE-PENDING-PARA
                   END-IF
                   SET WS-PEND-IDX UP BY 1
               END-PERFORM
               CLOSE MNTPEND
           END-IF.
       SAVE-ONE-PENDING-PARA.
           COMPUTE WS-PEND-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-8) -
               FUNCTION INTEGER-OF-DATE(WS-PEND-DATE(WS-PEND-IDX))
           IF WS-PEND-AGE > WS-PEND-DAYS
               MOVE SPACES TO WS-CHECKER
               MOVE 'EXPIRED' TO WS-NOTE-DISP
               PERFORM NOTIFY-MAKER-PARA
               ADD 1 TO WS-EXPIRE-CNT
           ELSE
               MOVE SPACES TO MPP
               MOVE 'RELMNT' TO MP-PGM
               MOVE WS-PEND-KEY(WS-PEND-IDX) TO MP-KEY
               MOVE WS-PEND-DATE(WS-PEND-IDX) TO MP-DATE
               MOVE WS-PEND-MAKER(WS-PEND-IDX) TO MP-MAKER
               MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MP-TRAN
               WRITE MPP
               ADD 1 TO WS-CARRY-CNT
           END-IF.
      *    A CARD OR DEPOSIT ACCOUNT IS HELD AGAINST ONE CUSTOMER.
      *    OPENING OR REOPENING A RELATIONSHIP NEEDS A SECOND
      *    OPERATOR; A CLOSE DOES NOT.  A REOPEN THAT NAMES A
      *    CUSTOMER MOVES THE ACCOUNT TO THAT CUSTOMER.  CARD
      *    ACCOUNTS OPENED AND CLOSED THROUGH CARDMNT ARE LINKED
      *    THERE AND NEED NOTHING KEYED HERE.
       APPLY-REL-TRAN-PARA.
           MOVE SPACES TO WS-REL-ERROR
           MOVE WS-TODAY-8 TO WS-EFF-DATE
           EVALUATE TRUE
               WHEN RT-ACCT = SPACES
                   MOVE 'NO ACCOUNT NUMBER' TO WS-REL-ERROR
               WHEN RT-TYPE NOT = 'CARD' AND RT-TYPE NOT = 'DEP'
                   MOVE 'BAD RELATIONSHIP TYPE' TO WS-REL-ERROR
               WHEN RT-DATE NOT = SPACES AND RT-DATE IS NOT NUMERIC
                   MOVE 'BAD EFFECTIVE DATE' TO WS-REL-ERROR
               WHEN RT-ACTION-OPEN
                   PERFORM OPEN-REL-PARA
               WHEN RT-ACTION-CLOSE
                   PERFORM CLOSE-REL-PARA
               WHEN RT-ACTION-REOPEN
                   PERFORM REOPEN-REL-PARA
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-REL-ERROR
           END-EVALUATE
           IF WS-REL-ERROR NOT = SPACES
               PERFORM REJECT-REL-TRAN-PARA
           END-IF.
       OPEN-REL-PARA.
           IF RT-DATE NOT = SPACES
               MOVE RT-DATE TO WS-EFF-DATE
           END-IF
           PERFORM CHECK-CUSTOMER-PARA
           IF WS-REL-ERROR = SPACES
               PERFORM CHECK-ACCOUNT-PARA
           END-IF
           IF WS-REL-ERROR = SPACES
               MOVE RT-TYPE TO RL-TYPE
               MOVE RT-ACCT TO RL-ACCT
               READ RELMST
                   INVALID KEY
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO REL-REC
                       MOVE RT-TYPE TO RL-TYPE
                       MOVE RT-ACCT TO RL-ACCT
                       MOVE RT-CUST TO RL-CUST
                       SET RL-OPEN TO TRUE
                       MOVE WS-EFF-DATE TO RL-OPENED
                       MOVE ZERO TO RL-CLOSED-ON
                       WRITE REL-REC
                       ADD 1 TO WS-OPEN-CNT
                       PERFORM AUDIT-REL-PARA
                   NOT INVALID KEY
                       MOVE 'RELATIONSHIP ALREADY ON FILE'
                           TO WS-REL-ERROR
               END-READ
           END-IF.
       CLOSE-REL-PARA.
           IF RT-DATE NOT = SPACES
               MOVE RT-DATE TO WS-EFF-DATE
           END-IF
           MOVE RT-TYPE TO RL-TYPE
           MOVE RT-ACCT TO RL-ACCT
           READ RELMST
               INVALID KEY
                   MOVE 'RELATIONSHIP NOT ON FILE' TO WS-REL-ERROR
               NOT INVALID KEY
                   IF RL-CLOSED
                       MOVE 'ALREADY CLOSED' TO WS-REL-ERROR
                   ELSE
                       MOVE REL-REC TO WS-BEFORE-IMAGE
                       SET RL-CLOSED TO TRUE
                       MOVE WS-EFF-DATE TO RL-CLOSED-ON
                       REWRITE REL-REC
                       ADD 1 TO WS-CLOSE-CNT
                       PERFORM AUDIT-REL-PARA
                   END-IF
           END-READ.
       REOPEN-REL-PARA.
           IF RT-CUST NOT = SPACES
               PERFORM CHECK-CUSTOMER-PARA
           END-IF
           IF WS-REL-ERROR = SPACES
               PERFORM CHECK-ACCOUNT-PARA
           END-IF
           IF WS-REL-ERROR = SPACES
               MOVE RT-TYPE TO RL-TYPE
               MOVE RT-ACCT TO RL-ACCT
               READ RELMST
                   INVALID KEY
                       MOVE 'RELATIONSHIP NOT ON FILE' TO WS-REL-ERROR
                   NOT INVALID KEY
                       IF NOT RL-CLOSED
                           MOVE 'RELATIONSHIP NOT CLOSED'
                               TO WS-REL-ERROR
                       ELSE
                           MOVE REL-REC TO WS-BEFORE-IMAGE
                           IF RT-CUST NOT = SPACES
                               MOVE RT-CUST TO RL-CUST
                           END-IF
                           SET RL-OPEN TO TRUE
                           MOVE ZERO TO RL-CLOSED-ON
                           REWRITE REL-REC
                           ADD 1 TO WS-REOPEN-CNT
                           PERFORM AUDIT-REL-PARA
                       END-IF
               END-READ
           END-IF.
       CHECK-CUSTOMER-PARA.
           IF RT-CUST = SPACES
               MOVE 'NO CUSTOMER NUMBER' TO WS-REL-ERROR
           ELSE
               IF WS-CUSTMST-OPEN
                   MOVE RT-CUST TO C-CUST
                   READ CUSTMST
                       INVALID KEY
                           MOVE 'CUSTOMER NOT ON FILE' TO WS-REL-ERROR
                   END-READ
               END-IF
           END-IF.
      *    A CARD MUST BE OPEN ON THE CARD MASTER.  A DEPOSIT ACCOUNT
      *    MUST BE ON THE ACCOUNT BALANCE FILE, WHICH IS SEQUENTIAL
      *    AND IS PASSED FROM THE TOP FOR EACH ONE CHECKED.
       CHECK-ACCOUNT-PARA.
           IF RT-TYPE = 'CARD'
               IF WS-CARDMST-OPEN
                   MOVE RT-ACCT TO CM-ACCT
                   READ CARDMST
                       INVALID KEY
                           MOVE 'CARD NOT ON FILE' TO WS-REL-ERROR
                       NOT INVALID KEY
                           IF NOT CM-STATUS-OPEN
                               MOVE 'CARD NOT OPEN' TO WS-REL-ERROR
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF RT-ACCT(1:11) IS NOT NUMERIC OR
                  RT-ACCT(12:5) NOT = SPACES
                   MOVE 'BAD DEPOSIT ACCOUNT' TO WS-REL-ERROR
               ELSE
                   MOVE RT-ACCT(1:11) TO WS-DEP-ACCT
                   PERFORM FIND-DEPOSIT-PARA
               END-IF
           END-IF.
       FIND-DEPOSIT-PARA.
           MOVE 'N' TO WS-ACCT-SW
           MOVE 'N' TO WS-ACCT-EOF-SW
           OPEN INPUT ACCOUNT
           IF WS-ACCOUNT-STATUS NOT = '00'
               SET WS-ACCT-FOUND TO TRUE
               SET WS-ACCT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ACCT-EOF OR WS-ACCT-FOUND
               READ ACCOUNT
                   AT END SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF WS-ACCT(1:3) NOT = 'HDR' AND
                          WS-ACCT(1:3) NOT = 'TRL' AND
                          WS-ACCT-NUM = WS-DEP-ACCT
                           SET WS-ACCT-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-STATUS NOT = '35'
               CLOSE ACCOUNT
           END-IF
           IF NOT WS-ACCT-FOUND
               MOVE 'DEPOSIT ACCOUNT NOT ON FILE' TO WS-REL-ERROR
           END-IF.
       AUDIT-REL-PARA.
           MOVE REL-REC TO WS-AFTER-IMAGE
           PERFORM AUDIT-MNT-PARA.
       REJECT-REL-TRAN-PARA.
           DISPLAY 'RELMNT: REJECTED ' RT-ACTION ' FOR ' RT-TYPE
               ' ACCOUNT ' RT-ACCT ', ' WS-REL-ERROR
           ADD 1 TO WS-REJECT-CNT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== RELATIONSHIP MAINTENANCE TOTALS ====='.
           DISPLAY 'TRANSACTIONS READ: ' WS-READ-CNT.
           DISPLAY 'OPENED           : ' WS-OPEN-CNT.
           DISPLAY 'CLOSED           : ' WS-CLOSE-CNT.
           DISPLAY 'REOPENED         : ' WS-REOPEN-CNT.
           DISPLAY 'TRANS REJECTED   : ' WS-REJECT-CNT.
           DISPLAY 'HELD FOR CHECKER : ' WS-PENDED-CNT.
           DISPLAY 'VERIFIED         : ' WS-VERIFY-CNT.
           DISPLAY 'REFUSED          : ' WS-REFUSE-CNT.
           DISPLAY 'PENDING EXPIRED  : ' WS-EXPIRE-CNT.
           DISPLAY 'STILL PENDING    : ' WS-CARRY-CNT.
