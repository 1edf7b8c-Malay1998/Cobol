           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-CUST
           FILE STATUS IS WS-CUSTMST-STATUS.
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
       FD CUSTTRAN.
               88 CT-ACTION-ADD VALUE 'ADD'.
               88 CT-ACTION-CHANGE VALUE 'CHANGE'.
               88 CT-ACTION-DELETE VALUE 'DELETE'.
               88 CT-ACTION-VERIFY VALUE 'VERIFY'.
               88 CT-ACTION-REFUSE VALUE 'REFUSE'.
               88 CT-ACTION-DUAL VALUE 'CHANGE' 'DELETE'.
           02 PIC X.
           02 CT-CUST PIC X(6).
           02 PIC X.
           02 CT-CITY PIC X(15).
           02 PIC X.
           02 CT-PHONE PIC X(12).
           02 PIC X.
           02 CT-OPER PIC X(6).
       FD CUSTMST.
           COPY CUSTREC.
       FD MNTPEND.
           COPY MNTPEND.
       FD MNTNOTE.
           COPY MNTNOTE.
       FD MNTAUD.
           COPY MNTAUD.
       WORKING-STORAGE SECTION.
       01 WS-CUSTTRAN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSTTRAN.PAT'.
       01 WS-CUSTMST-DSN PIC X(100).
       01 WS-CUSTTRAN-STATUS PIC X(2).
       01 WS-CUSTMST-STATUS PIC X(2).
       01 WS-MNTPEND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSTPEND.PAT'.
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
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ADD-CNT PIC 9(7) COMP VALUE ZERO.
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
           READ CUSTTRAN
           AT END MOVE 'X' TO WS-W
           NOT AT END
               ADD 1 TO WS-READ-CNT
               PERFORM SCREEN-MNT-TRAN-PARA
           END-PERFORM
           CLOSE CUSTTRAN.
           CLOSE CUSTMST.
           PERFORM SAVE-PENDING-PARA.
           CLOSE MNTNOTE.
           CLOSE MNTAUD.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           END-ACCEPT
           IF WS-CUSTMST-DSN = SPACES
               MOVE WS-CUSTMST-DSN-DFLT TO WS-CUSTMST-DSN
           END-IF
           MOVE WS-MNTPEND-DSN-DFLT TO WS-MNTPEND-DSN
           ACCEPT WS-MNTPEND-DSN FROM ENVIRONMENT 'CUSTPEND_DD'
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
           MOVE CT-OPER TO WS-MAKER
           MOVE SPACES TO WS-CHECKER
           MOVE SPACES TO WS-PEND-KEY-X
           MOVE CT-CUST TO WS-PEND-KEY-X
           EVALUATE TRUE
               WHEN CT-OPER = SPACES
                   MOVE 'NO OPERATOR ID' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN CT-ACTION-VERIFY OR CT-ACTION-REFUSE
                   PERFORM CHECK-PENDING-PARA
               WHEN CT-ACTION-DUAL
                   PERFORM QUEUE-PENDING-PARA
               WHEN OTHER
                   PERFORM APPLY-CUST-TRAN-PARA
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
                   MOVE CT-OPER TO WS-PEND-MAKER(WS-PEND-IDX)
                   MOVE CTN TO WS-PEND-TRAN(WS-PEND-IDX)
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
               WHEN WS-PEND-MAKER(WS-PEND-IDX) = CT-OPER
                   MOVE 'MAKER CANNOT CHECK OWN CHANGE' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN CT-ACTION-REFUSE
                   MOVE CT-OPER TO WS-CHECKER
                   SET WS-PEND-CLEARED(WS-PEND-IDX) TO TRUE
                   MOVE 'REFUSED' TO WS-NOTE-DISP
                   PERFORM NOTIFY-MAKER-PARA
                   ADD 1 TO WS-REFUSE-CNT
               WHEN OTHER
                   MOVE CT-OPER TO WS-CHECKER
                   SET WS-PEND-CLEARED(WS-PEND-IDX) TO TRUE
                   MOVE WS-PEND-MAKER(WS-PEND-IDX) TO WS-MAKER
                   MOVE WS-PEND-TRAN(WS-PEND-IDX) TO CTN
                   MOVE WS-REJECT-CNT TO WS-SAVE-REJECT
                   PERFORM APPLY-CUST-TRAN-PARA
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
           DISPLAY 'CUSTMNT: REJECTED ' CT-ACTION ' FOR CUSTOMER '
               CT-CUST ', ' WS-MNT-ERROR
           ADD 1 TO WS-REJECT-CNT.
      *    MNTNOTE GOES BACK TO THE OPERATOR WHO KEYED THE CHANGE: ONE
      *    LINE FOR EACH OF THEIR PENDING ITEMS THAT WAS REFUSED, THAT
      *    FAILED WHEN VERIFIED, OR THAT EXPIRED UNCHECKED.
       NOTIFY-MAKER-PARA.
           MOVE SPACES TO MNP
           MOVE WS-PEND-MAKER(WS-PEND-IDX) TO MN-OPER
           MOVE 'CUSTMNT' TO MN-PGM
           MOVE WS-PEND-KEY(WS-PEND-IDX) TO MN-KEY
           MOVE WS-NOTE-DISP TO MN-DISP
           MOVE WS-PEND-DATE(WS-PEND-IDX) TO MN-ENTERED
           MOVE WS-TODAY-8 TO MN-DATE
           MOVE WS-CHECKER TO MN-CHECKER
           MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MN-TRAN
           WRITE MNP
           DISPLAY 'CUSTMNT: PENDING CHANGE FOR '
               WS-PEND-KEY(WS-PEND-IDX) ' BY '
               WS-PEND-MAKER(WS-PEND-IDX) ' ' WS-NOTE-DISP.
      *    THE AUDIT TRAIL RECORDS BOTH OPERATORS.  A CHANGE THAT
      *    NEEDED NO SECOND OPERATOR HAS NO CHECKER.
       AUDIT-MNT-PARA.
           MOVE SPACES TO MAP
           MOVE WS-TODAY-8 TO MA-DATE
           MOVE 'CUSTMNT' TO MA-PGM
           MOVE CT-ACTION TO MA-ACTION
           MOVE CT-CUST TO MA-KEY
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
               DISPLAY 'CUSTMNT: PENDING QUEUE FULL, ' MP-KEY ' BY '
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
               DISPLAY 'CUSTMNT: UNABLE TO OPEN PENDING QUEUE, '
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
               MOVE 'CUSTMNT' TO MP-PGM
               MOVE WS-PEND-KEY(WS-PEND-IDX) TO MP-KEY
               MOVE WS-PEND-DATE(WS-PEND-IDX) TO MP-DATE
               MOVE WS-PEND-MAKER(WS-PEND-IDX) TO MP-MAKER
               MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MP-TRAN
               WRITE MPP
               ADD 1 TO WS-CARRY-CNT
           END-IF.
       APPLY-CUST-TRAN-PARA.
           EVALUATE TRUE
                   PERFORM BUILD-CUST-REC-PARA
                   WRITE CUST-REC
                       INVALID KEY PERFORM REJECT-CUST-TRAN-PARA
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-CNT
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE CUST-REC TO WS-AFTER-IMAGE
                           PERFORM AUDIT-MNT-PARA
                   END-WRITE
               WHEN CT-ACTION-CHANGE
                   MOVE CT-CUST TO C-CUST
                   READ CUSTMST
                       INVALID KEY PERFORM REJECT-CUST-TRAN-PARA
                       NOT INVALID KEY
                           MOVE CUST-REC TO WS-BEFORE-IMAGE
                           PERFORM BUILD-CUST-REC-PARA
                           REWRITE CUST-REC
                           ADD 1 TO WS-CHANGE-CNT
                           MOVE CUST-REC TO WS-AFTER-IMAGE
                           PERFORM AUDIT-MNT-PARA
                   END-READ
               WHEN CT-ACTION-DELETE
                   MOVE CT-CUST TO C-CUST
                   READ CUSTMST
                       INVALID KEY PERFORM REJECT-CUST-TRAN-PARA
                       NOT INVALID KEY
                           MOVE CUST-REC TO WS-BEFORE-IMAGE
                           DELETE CUSTMST RECORD
                           ADD 1 TO WS-DELETE-CNT
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM AUDIT-MNT-PARA
                   END-READ
               WHEN OTHER
                   PERFORM REJECT-CUST-TRAN-PARA
           END-EVALUATE.
           DISPLAY 'CUSTOMERS CHANGED : ' WS-CHANGE-CNT.
           DISPLAY 'CUSTOMERS DELETED : ' WS-DELETE-CNT.
           DISPLAY 'TRANS REJECTED    : ' WS-REJECT-CNT.
           DISPLAY 'HELD FOR CHECKER  : ' WS-PENDED-CNT.
           DISPLAY 'VERIFIED          : ' WS-VERIFY-CNT.
           DISPLAY 'REFUSED           : ' WS-REFUSE-CNT.
           DISPLAY 'PENDING EXPIRED   : ' WS-EXPIRE-CNT.
           DISPLAY 'STILL PENDING     : ' WS-CARRY-CNT.
