           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-AGENT
           FILE STATUS IS WS-AGTMST-STATUS.
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
       FD AGTTRAN.
               88 AT-ACTION-CHANGE VALUE 'CHANGE'.
               88 AT-ACTION-REVOKE VALUE 'REVOKE'.
               88 AT-ACTION-RESTORE VALUE 'RESTORE'.
               88 AT-ACTION-VERIFY VALUE 'VERIFY'.
               88 AT-ACTION-REFUSE VALUE 'REFUSE'.
               88 AT-ACTION-DUAL VALUE 'ADD' 'CHANGE' 'RESTORE'.
           02 PIC X.
           02 AT-AGENT PIC X(4).
           02 PIC X.
           02 AT-RATE-TRAVEL PIC 9.99.
           02 PIC X.
           02 AT-RATE-OTHER PIC 9.99.
           02 PIC X.
           02 AT-OPER PIC X(6).
           02 PIC X.
           02 AT-PARENT PIC X(4).
           02 PIC X.
           02 AT-TAX-ID PIC X(11).
       FD AGTMST.
           COPY AGTREC.
       FD MNTPEND.
           COPY MNTPEND.
       FD MNTNOTE.
           COPY MNTNOTE.
       FD MNTAUD.
           COPY MNTAUD.
       WORKING-STORAGE SECTION.
       01 WS-AGTTRAN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTTRAN.PAT'.
       01 WS-AGTMST-DSN PIC X(100).
       01 WS-AGTTRAN-STATUS PIC X(2).
       01 WS-AGTMST-STATUS PIC X(2).
       01 WS-MNTPEND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTPEND.PAT'.
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
       01 WS-REVOKE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RESTORE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CHAIN-AGENT PIC X(4).
       01 WS-CHAIN-DEPTH PIC 9(2) COMP.
       01 WS-CHAIN-MAX PIC 9(2) COMP VALUE 9.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           OPEN INPUT AGTTRAN.
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
           READ AGTTRAN
           AT END MOVE 'X' TO WS-W
           NOT AT END
               ADD 1 TO WS-READ-CNT
               PERFORM SCREEN-MNT-TRAN-PARA
           END-PERFORM
           CLOSE AGTTRAN.
           CLOSE AGTMST.
           PERFORM SAVE-PENDING-PARA.
           CLOSE MNTNOTE.
           CLOSE MNTAUD.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           END-ACCEPT
           IF WS-AGTMST-DSN = SPACES
               MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           END-IF
           MOVE WS-MNTPEND-DSN-DFLT TO WS-MNTPEND-DSN
           ACCEPT WS-MNTPEND-DSN FROM ENVIRONMENT 'AGTPEND_DD'
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
           MOVE AT-OPER TO WS-MAKER
           MOVE SPACES TO WS-CHECKER
           MOVE SPACES TO WS-PEND-KEY-X
           MOVE AT-AGENT TO WS-PEND-KEY-X
           EVALUATE TRUE
               WHEN AT-OPER = SPACES
                   MOVE 'NO OPERATOR ID' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN AT-ACTION-VERIFY OR AT-ACTION-REFUSE
                   PERFORM CHECK-PENDING-PARA
               WHEN AT-ACTION-DUAL
                   PERFORM QUEUE-PENDING-PARA
               WHEN OTHER
                   PERFORM APPLY-AGT-TRAN-PARA
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
                   MOVE AT-OPER TO WS-PEND-MAKER(WS-PEND-IDX)
                   MOVE ATN TO WS-PEND-TRAN(WS-PEND-IDX)
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
               WHEN WS-PEND-MAKER(WS-PEND-IDX) = AT-OPER
                   MOVE 'MAKER CANNOT CHECK OWN CHANGE' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN AT-ACTION-REFUSE
                   MOVE AT-OPER TO WS-CHECKER
                   SET WS-PEND-CLEARED(WS-PEND-IDX) TO TRUE
                   MOVE 'REFUSED' TO WS-NOTE-DISP
                   PERFORM NOTIFY-MAKER-PARA
                   ADD 1 TO WS-REFUSE-CNT
               WHEN OTHER
                   MOVE AT-OPER TO WS-CHECKER
                   SET WS-PEND-CLEARED(WS-PEND-IDX) TO TRUE
                   MOVE WS-PEND-MAKER(WS-PEND-IDX) TO WS-MAKER
                   MOVE WS-PEND-TRAN(WS-PEND-IDX) TO ATN
                   MOVE WS-REJECT-CNT TO WS-SAVE-REJECT
                   PERFORM APPLY-AGT-TRAN-PARA
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
           DISPLAY 'AGTMNT: REJECTED ' AT-ACTION ' FOR AGENT '
               AT-AGENT ', ' WS-MNT-ERROR
           ADD 1 TO WS-REJECT-CNT.
      *    MNTNOTE GOES BACK TO THE OPERATOR WHO KEYED THE CHANGE: ONE
      *    LINE FOR EACH OF THEIR PENDING ITEMS THAT WAS REFUSED, THAT
      *    FAILED WHEN VERIFIED, OR THAT EXPIRED UNCHECKED.
       NOTIFY-MAKER-PARA.
           MOVE SPACES TO MNP
           MOVE WS-PEND-MAKER(WS-PEND-IDX) TO MN-OPER
           MOVE 'AGTMNT' TO MN-PGM
           MOVE WS-PEND-KEY(WS-PEND-IDX) TO MN-KEY
           MOVE WS-NOTE-DISP TO MN-DISP
           MOVE WS-PEND-DATE(WS-PEND-IDX) TO MN-ENTERED
           MOVE WS-TODAY-8 TO MN-DATE
           MOVE WS-CHECKER TO MN-CHECKER
           MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MN-TRAN
           WRITE MNP
           DISPLAY 'AGTMNT: PENDING CHANGE FOR '
               WS-PEND-KEY(WS-PEND-IDX) ' BY '
               WS-PEND-MAKER(WS-PEND-IDX) ' ' WS-NOTE-DISP.
      *    THE AUDIT TRAIL RECORDS BOTH OPERATORS.  A CHANGE THAT
      *    NEEDED NO SECOND OPERATOR HAS NO CHECKER.
       AUDIT-MNT-PARA.
           MOVE SPACES TO MAP
           MOVE WS-TODAY-8 TO MA-DATE
           MOVE 'AGTMNT' TO MA-PGM
           MOVE AT-ACTION TO MA-ACTION
           MOVE AT-AGENT TO MA-KEY
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
               DISPLAY 'AGTMNT: PENDING QUEUE FULL, ' MP-KEY ' BY '
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
               DISPLAY 'AGTMNT: UNABLE TO OPEN PENDING QUEUE, '
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
               MOVE 'AGTMNT' TO MP-PGM
               MOVE WS-PEND-KEY(WS-PEND-IDX) TO MP-KEY
               MOVE WS-PEND-DATE(WS-PEND-IDX) TO MP-DATE
               MOVE WS-PEND-MAKER(WS-PEND-IDX) TO MP-MAKER
               MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MP-TRAN
               WRITE MPP
               ADD 1 TO WS-CARRY-CNT
           END-IF.
       APPLY-AGT-TRAN-PARA.
           MOVE SPACES TO WS-MNT-ERROR
           IF AT-ACTION-ADD OR AT-ACTION-CHANGE
               PERFORM CHECK-PARENT-PARA
           END-IF
           EVALUATE TRUE
               WHEN AT-AGENT = SPACES
                   PERFORM REJECT-AGT-TRAN-PARA
               WHEN WS-MNT-ERROR NOT = SPACES
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN AT-ACTION-ADD
                   PERFORM BUILD-AGT-REC-PARA
                   MOVE 'LICENSED' TO AG-LICENSE
                   WRITE AGT-REC
                       INVALID KEY PERFORM REJECT-AGT-TRAN-PARA
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-CNT
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           PERFORM AUDIT-AGT-PARA
                   END-WRITE
               WHEN AT-ACTION-CHANGE
                   MOVE AT-AGENT TO AG-AGENT
                   READ AGTMST
                       INVALID KEY PERFORM REJECT-AGT-TRAN-PARA
                       NOT INVALID KEY
                           MOVE AGT-REC TO WS-BEFORE-IMAGE
                           PERFORM CHANGE-AGT-REC-PARA
                           REWRITE AGT-REC
                           ADD 1 TO WS-CHANGE-CNT
                           PERFORM AUDIT-AGT-PARA
                   END-READ
               WHEN AT-ACTION-REVOKE
                   MOVE AT-AGENT TO AG-AGENT
                   READ AGTMST
                       INVALID KEY PERFORM REJECT-AGT-TRAN-PARA
                       NOT INVALID KEY
                           MOVE AGT-REC TO WS-BEFORE-IMAGE
                           MOVE 'REVOKED' TO AG-LICENSE
                           REWRITE AGT-REC
                           ADD 1 TO WS-REVOKE-CNT
                           PERFORM AUDIT-AGT-PARA
                   END-READ
               WHEN AT-ACTION-RESTORE
                   MOVE AT-AGENT TO AG-AGENT
                   READ AGTMST
                       INVALID KEY PERFORM REJECT-AGT-TRAN-PARA
                       NOT INVALID KEY
                           MOVE AGT-REC TO WS-BEFORE-IMAGE
                           MOVE 'LICENSED' TO AG-LICENSE
                           REWRITE AGT-REC
                           ADD 1 TO WS-RESTORE-CNT
                           PERFORM AUDIT-AGT-PARA
                   END-READ
               WHEN OTHER
                   PERFORM REJECT-AGT-TRAN-PARA
           MOVE AT-RATE-AUTO TO AG-RATE-AUTO
           MOVE AT-RATE-PROPERT TO AG-RATE-PROPERT
           MOVE AT-RATE-TRAVEL TO AG-RATE-TRAVEL
           MOVE AT-RATE-OTHER TO AG-RATE-OTHER
           MOVE AT-PARENT TO AG-PARENT
           MOVE AT-TAX-ID TO AG-TAX-ID.
      *    A CHANGE CARRIES THE LICENSE STATE FORWARD, SO RETIERING
      *    AN AGENT'S RATES DOES NOT QUIETLY RELICENSE A REVOKED ONE.
      *    THE TAXPAYER ID IS ONLY REPLACED WHEN ONE IS KEYED, THE
      *    SAME AS THE NAME.
       CHANGE-AGT-REC-PARA.
           IF AT-NAME NOT = SPACES
               MOVE AT-NAME TO AG-NAME
           MOVE AT-RATE-AUTO TO AG-RATE-AUTO
           MOVE AT-RATE-PROPERT TO AG-RATE-PROPERT
           MOVE AT-RATE-TRAVEL TO AG-RATE-TRAVEL
           MOVE AT-RATE-OTHER TO AG-RATE-OTHER
           MOVE AT-PARENT TO AG-PARENT
           IF AT-TAX-ID NOT = SPACES
               MOVE AT-TAX-ID TO AG-TAX-ID
           END-IF.
      *    THE PARENT IS THE MANAGING AGENCY THE AGENT REPORTS TO;
      *    BLANK MEANS THE AGENT REPORTS TO NO ONE.  THE PARENT MUST
      *    ALREADY BE ON THE MASTER, AND WALKING UP FROM IT MUST NOT
      *    COME BACK TO THIS AGENT OR GO DEEPER THAN WS-CHAIN-MAX
      *    LEVELS, OR AGTCOMM WOULD PAY OVERRIDES ROUND IN A CIRCLE.
       CHECK-PARENT-PARA.
           MOVE AT-PARENT TO WS-CHAIN-AGENT
           MOVE ZERO TO WS-CHAIN-DEPTH
           IF AT-PARENT = AT-AGENT AND AT-PARENT NOT = SPACES
               MOVE 'AGENT CANNOT REPORT TO ITSELF' TO WS-MNT-ERROR
           END-IF
           PERFORM UNTIL WS-CHAIN-AGENT = SPACES OR
                         WS-MNT-ERROR NOT = SPACES
               ADD 1 TO WS-CHAIN-DEPTH
               MOVE WS-CHAIN-AGENT TO AG-AGENT
               READ AGTMST
                   INVALID KEY
                       MOVE 'PARENT AGENCY NOT ON MASTER'
                           TO WS-MNT-ERROR
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AG-PARENT = AT-AGENT
                               MOVE 'PARENT CHAIN LOOPS TO AGENT'
                                   TO WS-MNT-ERROR
                           WHEN WS-CHAIN-DEPTH >= WS-CHAIN-MAX
                               MOVE 'AGENCY CHAIN TOO DEEP'
                                   TO WS-MNT-ERROR
                           WHEN AG-PARENT = LOW-VALUES
                               MOVE SPACES TO WS-CHAIN-AGENT
                           WHEN OTHER
                               MOVE AG-PARENT TO WS-CHAIN-AGENT
                       END-EVALUATE
               END-READ
           END-PERFORM.
       AUDIT-AGT-PARA.
           MOVE AGT-REC TO WS-AFTER-IMAGE
           PERFORM AUDIT-MNT-PARA.
       REJECT-AGT-TRAN-PARA.
           DISPLAY 'AGTMNT: REJECTED ' AT-ACTION ' FOR AGENT '
               AT-AGENT
           DISPLAY 'LICENSES REVOKED : ' WS-REVOKE-CNT.
           DISPLAY 'LICENSES RESTORED: ' WS-RESTORE-CNT.
           DISPLAY 'TRANS REJECTED   : ' WS-REJECT-CNT.
           DISPLAY 'HELD FOR CHECKER : ' WS-PENDED-CNT.
           DISPLAY 'VERIFIED         : ' WS-VERIFY-CNT.
           DISPLAY 'REFUSED          : ' WS-REFUSE-CNT.
           DISPLAY 'PENDING EXPIRED  : ' WS-EXPIRE-CNT.
           DISPLAY 'STILL PENDING    : ' WS-CARRY-CNT.
