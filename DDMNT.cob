       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDMTRAN
           ASSIGN TO DYNAMIC WS-DDMTRAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDMTRAN-STATUS.
           SELECT DDMAND
           ASSIGN TO DYNAMIC WS-DDMAND-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-NUM
           FILE STATUS IS WS-DDMAND-STATUS.
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
       FD DDMTRAN.
       01 MTN.
           02 MT-ACTION PIC X(7).
               88 MT-ACTION-ADD VALUE 'ADD'.
               88 MT-ACTION-CHANGE VALUE 'CHANGE'.
               88 MT-ACTION-CANCEL VALUE 'CANCEL'.
               88 MT-ACTION-RESUME VALUE 'RESUME'.
               88 MT-ACTION-VERIFY VALUE 'VERIFY'.
               88 MT-ACTION-REFUSE VALUE 'REFUSE'.
               88 MT-ACTION-DUAL VALUE 'ADD' 'CHANGE' 'RESUME'.
           02 PIC X.
           02 MT-NUM PIC X(5).
           02 PIC X.
           02 MT-CUST PIC X(6).
           02 PIC X.
           02 MT-HOLDER PIC X(18).
           02 PIC X.
           02 MT-SORT PIC X(6).
           02 PIC X.
           02 MT-ACCOUNT PIC X(10).
           02 PIC X.
           02 MT-SIGNED PIC X(8).
           02 PIC X.
           02 MT-OPER PIC X(6).
       FD DDMAND.
           COPY DDMAND.
       FD MNTPEND.
           COPY MNTPEND.
       FD MNTNOTE.
           COPY MNTNOTE.
       FD MNTAUD.
           COPY MNTAUD.
       WORKING-STORAGE SECTION.
       01 WS-DDMTRAN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DDMTRAN.PAT'.
       01 WS-DDMTRAN-DSN PIC X(100).
       01 WS-DDMAND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DDMAND.PAT'.
       01 WS-DDMAND-DSN PIC X(100).
       01 WS-DDMTRAN-STATUS PIC X(2).
       01 WS-DDMAND-STATUS PIC X(2).
       01 WS-MNTPEND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DDMPEND.PAT'.
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
       01 WS-MAND-ERROR PIC X(30).
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ADD-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CHANGE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CANCEL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RESUME-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           OPEN INPUT DDMTRAN.
           IF WS-DDMTRAN-STATUS NOT = '00'
               DISPLAY 'DDMNT: UNABLE TO OPEN DDMTRAN FILE, '
                   'STATUS=' WS-DDMTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O DDMAND.
           IF WS-DDMAND-STATUS = '35'
               OPEN OUTPUT DDMAND
               CLOSE DDMAND
               OPEN I-O DDMAND
           END-IF.
           IF WS-DDMAND-STATUS NOT = '00'
               DISPLAY 'DDMNT: UNABLE TO OPEN DDMAND FILE, '
                   'STATUS=' WS-DDMAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           READ DDMTRAN
           AT END MOVE 'X' TO WS-W
           NOT AT END
               ADD 1 TO WS-READ-CNT
               PERFORM SCREEN-MNT-TRAN-PARA
           END-PERFORM
           CLOSE DDMTRAN.
           CLOSE DDMAND.
           PERFORM SAVE-PENDING-PARA.
           CLOSE MNTNOTE.
           CLOSE MNTAUD.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-DDMTRAN-DSN-DFLT TO WS-DDMTRAN-DSN
           ACCEPT WS-DDMTRAN-DSN FROM ENVIRONMENT 'DDMTRAN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DDMTRAN-DSN = SPACES
               MOVE WS-DDMTRAN-DSN-DFLT TO WS-DDMTRAN-DSN
           END-IF
           MOVE WS-DDMAND-DSN-DFLT TO WS-DDMAND-DSN
           ACCEPT WS-DDMAND-DSN FROM ENVIRONMENT 'DDMAND_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DDMAND-DSN = SPACES
               MOVE WS-DDMAND-DSN-DFLT TO WS-DDMAND-DSN
           END-IF
           MOVE WS-MNTPEND-DSN-DFLT TO WS-MNTPEND-DSN
           ACCEPT WS-MNTPEND-DSN FROM ENVIRONMENT 'DDMPEND_DD'
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
           MOVE MT-OPER TO WS-MAKER
           MOVE SPACES TO WS-CHECKER
           MOVE SPACES TO WS-PEND-KEY-X
           MOVE MT-NUM TO WS-PEND-KEY-X
           EVALUATE TRUE
               WHEN MT-OPER = SPACES
                   MOVE 'NO OPERATOR ID' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN MT-ACTION-VERIFY OR MT-ACTION-REFUSE
                   PERFORM CHECK-PENDING-PARA
               WHEN MT-ACTION-DUAL
                   PERFORM QUEUE-PENDING-PARA
               WHEN OTHER
                   PERFORM APPLY-MAND-TRAN-PARA
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
                   MOVE MT-OPER TO WS-PEND-MAKER(WS-PEND-IDX)
                   MOVE MTN TO WS-PEND-TRAN(WS-PEND-IDX)
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
               WHEN WS-PEND-MAKER(WS-PEND-IDX) = MT-OPER
                   MOVE 'MAKER CANNOT CHECK OWN CHANGE' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN MT-ACTION-REFUSE
                   MOVE MT-OPER TO WS-CHECKER
                   SET WS-PEND-CLEARED(WS-PEND-IDX) TO TRUE
                   MOVE 'REFUSED' TO WS-NOTE-DISP
                   PERFORM NOTIFY-MAKER-PARA
                   ADD 1 TO WS-REFUSE-CNT
               WHEN OTHER
                   MOVE MT-OPER TO WS-CHECKER
                   SET WS-PEND-CLEARED(WS-PEND-IDX) TO TRUE
                   MOVE WS-PEND-MAKER(WS-PEND-IDX) TO WS-MAKER
                   MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MTN
                   MOVE WS-REJECT-CNT TO WS-SAVE-REJECT
                   PERFORM APPLY-MAND-TRAN-PARA
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
           DISPLAY 'DDMNT: REJECTED ' MT-ACTION ' FOR POLICY '
               MT-NUM ', ' WS-MNT-ERROR
           ADD 1 TO WS-REJECT-CNT.
      *    MNTNOTE GOES BACK TO THE OPERATOR WHO KEYED THE CHANGE: ONE
      *    LINE FOR EACH OF THEIR PENDING ITEMS THAT WAS REFUSED, THAT
      *    FAILED WHEN VERIFIED, OR THAT EXPIRED UNCHECKED.
       NOTIFY-MAKER-PARA.
           MOVE SPACES TO MNP
           MOVE WS-PEND-MAKER(WS-PEND-IDX) TO MN-OPER
           MOVE 'DDMNT' TO MN-PGM
           MOVE WS-PEND-KEY(WS-PEND-IDX) TO MN-KEY
           MOVE WS-NOTE-DISP TO MN-DISP
           MOVE WS-PEND-DATE(WS-PEND-IDX) TO MN-ENTERED
           MOVE WS-TODAY-8 TO MN-DATE
           MOVE WS-CHECKER TO MN-CHECKER
           MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MN-TRAN
           WRITE MNP
           DISPLAY 'DDMNT: PENDING CHANGE FOR '
               WS-PEND-KEY(WS-PEND-IDX) ' BY '
               WS-PEND-MAKER(WS-PEND-IDX) ' ' WS-NOTE-DISP.
      *    THE AUDIT TRAIL RECORDS BOTH OPERATORS.  A CHANGE THAT
      *    NEEDED NO SECOND OPERATOR HAS NO CHECKER.
       AUDIT-MNT-PARA.
           MOVE SPACES TO MAP
           MOVE WS-TODAY-8 TO MA-DATE
           MOVE 'DDMNT' TO MA-PGM
           MOVE MT-ACTION TO MA-ACTION
           MOVE MT-NUM TO MA-KEY
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
               DISPLAY 'DDMNT: PENDING QUEUE FULL, ' MP-KEY ' BY '
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
               DISPLAY 'DDMNT: UNABLE TO OPEN PENDING QUEUE, '
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
               MOVE 'DDMNT' TO MP-PGM
               MOVE WS-PEND-KEY(WS-PEND-IDX) TO MP-KEY
               MOVE WS-PEND-DATE(WS-PEND-IDX) TO MP-DATE
               MOVE WS-PEND-MAKER(WS-PEND-IDX) TO MP-MAKER
               MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MP-TRAN
               WRITE MPP
               ADD 1 TO WS-CARRY-CNT
           END-IF.
      *    ONE MANDATE PER POLICY.  THE BANK SORT CODE IS SIX
      *    DIGITS AND THE ACCOUNT NUMBER EIGHT TO TEN; BOTH ARE CHECKED
      *    BEFORE ANYTHING IS WRITTEN.  A CANCELLED MANDATE IS NEVER
      *    REVIVED - THE CUSTOMER SIGNS A NEW ONE, KEYED AS AN ADD.
       APPLY-MAND-TRAN-PARA.
           MOVE SPACES TO WS-MAND-ERROR
           EVALUATE TRUE
               WHEN MT-NUM = SPACES
                   MOVE 'NO POLICY NUMBER' TO WS-MAND-ERROR
               WHEN MT-ACTION-ADD
                   PERFORM ADD-MAND-PARA
               WHEN MT-ACTION-CHANGE
                   PERFORM CHANGE-MAND-PARA
               WHEN MT-ACTION-CANCEL
                   PERFORM CANCEL-MAND-PARA
               WHEN MT-ACTION-RESUME
                   PERFORM RESUME-MAND-PARA
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-MAND-ERROR
           END-EVALUATE
           IF WS-MAND-ERROR NOT = SPACES
               PERFORM REJECT-MAND-TRAN-PARA
           END-IF.
       ADD-MAND-PARA.
           PERFORM CHECK-BANK-PARA
           EVALUATE TRUE
               WHEN WS-MAND-ERROR NOT = SPACES
                   CONTINUE
               WHEN MT-CUST = SPACES OR MT-HOLDER = SPACES
                   MOVE 'CUSTOMER AND HOLDER REQUIRED' TO WS-MAND-ERROR
               WHEN MT-SIGNED NOT = SPACES AND
                    MT-SIGNED IS NOT NUMERIC
                   MOVE 'BAD SIGNED DATE' TO WS-MAND-ERROR
               WHEN OTHER
                   MOVE MT-NUM TO MD-NUM
                   READ DDMAND
                       INVALID KEY
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           PERFORM BUILD-MAND-PARA
                           WRITE DDM-REC
                       NOT INVALID KEY
                           IF MD-CANCELLED
                               MOVE DDM-REC TO WS-BEFORE-IMAGE
                               PERFORM BUILD-MAND-PARA
                               REWRITE DDM-REC
                           ELSE
                               MOVE 'MANDATE ALREADY ON FILE'
                                   TO WS-MAND-ERROR
                           END-IF
                   END-READ
                   IF WS-MAND-ERROR = SPACES
                       ADD 1 TO WS-ADD-CNT
                       PERFORM AUDIT-MAND-PARA
                   END-IF
           END-EVALUATE.
       BUILD-MAND-PARA.
           MOVE SPACES TO DDM-REC
           MOVE MT-NUM TO MD-NUM
           MOVE MT-CUST TO MD-CUST
           MOVE MT-HOLDER TO MD-HOLDER
           MOVE MT-SORT TO MD-SORT
           MOVE MT-ACCOUNT TO MD-ACCOUNT
           SET MD-ACTIVE TO TRUE
           IF MT-SIGNED = SPACES
               MOVE WS-TODAY-8 TO MD-SIGNED
           ELSE
               MOVE MT-SIGNED TO MD-SIGNED
           END-IF
           MOVE ZERO TO MD-RETURNS
           MOVE ZERO TO MD-LAST-RETURN.
      *    NEW BANK DETAILS OR A NEW ACCOUNT HOLDER.  THE RETURN COUNT
      *    STARTS AGAIN SINCE THE OLD ACCOUNT NO LONGER APPLIES.
       CHANGE-MAND-PARA.
           PERFORM CHECK-BANK-PARA
           IF WS-MAND-ERROR = SPACES
               MOVE MT-NUM TO MD-NUM
               READ DDMAND
                   INVALID KEY
                       MOVE 'MANDATE NOT ON FILE' TO WS-MAND-ERROR
                   NOT INVALID KEY
                       IF MD-CANCELLED
                           MOVE 'MANDATE CANCELLED' TO WS-MAND-ERROR
                       ELSE
                           MOVE DDM-REC TO WS-BEFORE-IMAGE
                           MOVE MT-SORT TO MD-SORT
                           MOVE MT-ACCOUNT TO MD-ACCOUNT
                           IF MT-HOLDER NOT = SPACES
                               MOVE MT-HOLDER TO MD-HOLDER
                           END-IF
                           MOVE ZERO TO MD-RETURNS
                           REWRITE DDM-REC
                           ADD 1 TO WS-CHANGE-CNT
                           PERFORM AUDIT-MAND-PARA
                       END-IF
               END-READ
           END-IF.
       CANCEL-MAND-PARA.
           MOVE MT-NUM TO MD-NUM
           READ DDMAND
               INVALID KEY
                   MOVE 'MANDATE NOT ON FILE' TO WS-MAND-ERROR
               NOT INVALID KEY
                   IF MD-CANCELLED
                       MOVE 'ALREADY CANCELLED' TO WS-MAND-ERROR
                   ELSE
                       MOVE DDM-REC TO WS-BEFORE-IMAGE
                       SET MD-CANCELLED TO TRUE
                       REWRITE DDM-REC
                       ADD 1 TO WS-CANCEL-CNT
                       PERFORM AUDIT-MAND-PARA
                   END-IF
           END-READ.
      *    A MANDATE SUSPENDED AFTER RETURNED DEBITS IS PUT BACK INTO
      *    COLLECTION ONLY WHEN AN OPERATOR HAS CLEARED IT WITH THE
      *    CUSTOMER.
       RESUME-MAND-PARA.
           MOVE MT-NUM TO MD-NUM
           READ DDMAND
               INVALID KEY
                   MOVE 'MANDATE NOT ON FILE' TO WS-MAND-ERROR
               NOT INVALID KEY
                   IF NOT MD-SUSPENDED
                       MOVE 'MANDATE NOT SUSPENDED' TO WS-MAND-ERROR
                   ELSE
                       MOVE DDM-REC TO WS-BEFORE-IMAGE
                       SET MD-ACTIVE TO TRUE
                       MOVE ZERO TO MD-RETURNS
                       MOVE SPACES TO MD-REASON
                       REWRITE DDM-REC
                       ADD 1 TO WS-RESUME-CNT
                       PERFORM AUDIT-MAND-PARA
                   END-IF
           END-READ.
       CHECK-BANK-PARA.
           EVALUATE TRUE
               WHEN MT-SORT IS NOT NUMERIC
                   MOVE 'BAD SORT CODE' TO WS-MAND-ERROR
               WHEN MT-ACCOUNT(1:8) IS NOT NUMERIC
                   MOVE 'BAD ACCOUNT NUMBER' TO WS-MAND-ERROR
               WHEN MT-ACCOUNT(9:2) NOT = SPACES AND
                    MT-ACCOUNT(9:2) IS NOT NUMERIC
                   MOVE 'BAD ACCOUNT NUMBER' TO WS-MAND-ERROR
           END-EVALUATE.
       AUDIT-MAND-PARA.
           MOVE DDM-REC TO WS-AFTER-IMAGE
           PERFORM AUDIT-MNT-PARA.
       REJECT-MAND-TRAN-PARA.
           DISPLAY 'DDMNT: REJECTED ' MT-ACTION ' FOR POLICY '
               MT-NUM ', ' WS-MAND-ERROR
           ADD 1 TO WS-REJECT-CNT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== MANDATE MAINTENANCE TOTALS ====='.
           DISPLAY 'TRANSACTIONS READ: ' WS-READ-CNT.
           DISPLAY 'MANDATES ADDED   : ' WS-ADD-CNT.
           DISPLAY 'MANDATES CHANGED : ' WS-CHANGE-CNT.
           DISPLAY 'MANDATES CANCELED: ' WS-CANCEL-CNT.
           DISPLAY 'MANDATES RESUMED : ' WS-RESUME-CNT.
           DISPLAY 'TRANS REJECTED   : ' WS-REJECT-CNT.
           DISPLAY 'HELD FOR CHECKER : ' WS-PENDED-CNT.
           DISPLAY 'VERIFIED         : ' WS-VERIFY-CNT.
           DISPLAY 'REFUSED          : ' WS-REFUSE-CNT.
           DISPLAY 'PENDING EXPIRED  : ' WS-EXPIRE-CNT.
           DISPLAY 'STILL PENDING    : ' WS-CARRY-CNT.
