       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPTRAN
           ASSIGN TO DYNAMIC WS-EMPTRAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPTRAN-STATUS.
           SELECT EMPMST
           ASSIGN TO DYNAMIC WS-EMPMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-KEY
           FILE STATUS IS WS-EMPMST-STATUS.
           SELECT PAYBAND
           ASSIGN TO DYNAMIC WS-PAYBAND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYBAND-STATUS.
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
       FD EMPTRAN.
       01 ETN.
           02 ET-ACTION PIC X(7).
               88 ET-ACTION-ADD VALUE 'ADD'.
               88 ET-ACTION-CHANGE VALUE 'CHANGE'.
               88 ET-ACTION-TERM VALUE 'TERM'.
               88 ET-ACTION-VERIFY VALUE 'VERIFY'.
               88 ET-ACTION-REFUSE VALUE 'REFUSE'.
               88 ET-ACTION-DUAL VALUE 'ADD' 'CHANGE' 'TERM'.
           02 PIC X.
           02 ET-ID PIC X(4).
           02 PIC X.
           02 ET-EFF-DATE PIC X(8).
           02 PIC X.
           02 ET-NAME PIC X(15).
           02 PIC X.
           02 ET-DEPT PIC X(4).
           02 PIC X.
           02 ET-GRADE PIC X(2).
           02 PIC X.
           02 ET-SALARY PIC 9(7)V99.
           02 PIC X.
           02 ET-OPER PIC X(6).
       FD EMPMST.
           COPY EMPMST.
       FD PAYBAND.
       01 PBP.
           02 PB-GRADE PIC X(2).
           02 PIC X.
           02 PB-MIN PIC 9(7).9(2).
           02 PIC X.
           02 PB-MAX PIC 9(7).9(2).
       FD MNTPEND.
           COPY MNTPEND.
       FD MNTNOTE.
           COPY MNTNOTE.
       FD MNTAUD.
           COPY MNTAUD.
       WORKING-STORAGE SECTION.
       01 WS-EMPTRAN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\EMPTRAN.PAT'.
       01 WS-EMPTRAN-DSN PIC X(100).
       01 WS-EMPMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\EMPMST.PAT'.
       01 WS-EMPMST-DSN PIC X(100).
       01 WS-PAYBAND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PAYBAND.PAT'.
       01 WS-PAYBAND-DSN PIC X(100).
       01 WS-EMPTRAN-STATUS PIC X(2).
       01 WS-EMPMST-STATUS PIC X(2).
       01 WS-PAYBAND-STATUS PIC X(2).
       01 WS-MNTPEND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\EMPPEND.PAT'.
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
       01 WS-BAND-EOF-SW PIC X VALUE 'N'.
           88 WS-BAND-EOF VALUE 'Y'.
       01 WS-BAND-MAX PIC 9(3) COMP VALUE 50.
       01 WS-BAND-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BAND-TABLE.
           02 WS-BAND-ENTRY OCCURS 50 TIMES INDEXED BY WS-BAND-IDX.
               03 WS-BAND-GRADE PIC X(2).
               03 WS-BAND-LOW PIC 9(7)V9(2).
               03 WS-BAND-HIGH PIC 9(7)V9(2).
       01 WS-BAND-SW PIC X.
           88 WS-BAND-FOUND VALUE 'Y'.
       01 WS-BAND-ACTION PIC X(6) VALUE SPACES.
           88 WS-BAND-FLAG-ONLY VALUE 'FLAG'.
       01 WS-VER-EOF-SW PIC X.
           88 WS-VER-EOF VALUE 'Y'.
       01 WS-BASE-SW PIC X.
           88 WS-BASE-FOUND VALUE 'Y'.
       01 WS-LATER-SW PIC X.
           88 WS-LATER-FOUND VALUE 'Y'.
       01 WS-BASE-REC PIC X(80).
       01 WS-BASE-STATUS PIC X(1).
           88 WS-BASE-TERMINATED VALUE 'T'.
       01 WS-EMP-ID PIC 9(4).
       01 WS-EFF-DATE PIC 9(8).
       01 WS-EMP-ERROR PIC X(30).
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ADD-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CHANGE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-TERM-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-FLAG-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LATER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           OPEN INPUT EMPTRAN.
           IF WS-EMPTRAN-STATUS NOT = '00'
               DISPLAY 'EMPMNT: UNABLE TO OPEN EMPTRAN FILE, '
                   'STATUS=' WS-EMPTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O EMPMST.
           IF WS-EMPMST-STATUS = '35'
               OPEN OUTPUT EMPMST
               CLOSE EMPMST
               OPEN I-O EMPMST
           END-IF.
           IF WS-EMPMST-STATUS NOT = '00'
               DISPLAY 'EMPMNT: UNABLE TO OPEN EMPMST FILE, '
                   'STATUS=' WS-EMPMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-BANDS-PARA.
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
           READ EMPTRAN
           AT END MOVE 'X' TO WS-W
           NOT AT END
               ADD 1 TO WS-READ-CNT
               PERFORM SCREEN-MNT-TRAN-PARA
           END-PERFORM
           CLOSE EMPTRAN.
           CLOSE EMPMST.
           PERFORM SAVE-PENDING-PARA.
           CLOSE MNTNOTE.
           CLOSE MNTAUD.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-EMPTRAN-DSN-DFLT TO WS-EMPTRAN-DSN
           ACCEPT WS-EMPTRAN-DSN FROM ENVIRONMENT 'EMPTRAN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-EMPTRAN-DSN = SPACES
               MOVE WS-EMPTRAN-DSN-DFLT TO WS-EMPTRAN-DSN
           END-IF
           MOVE WS-EMPMST-DSN-DFLT TO WS-EMPMST-DSN
           ACCEPT WS-EMPMST-DSN FROM ENVIRONMENT 'EMPMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-EMPMST-DSN = SPACES
               MOVE WS-EMPMST-DSN-DFLT TO WS-EMPMST-DSN
           END-IF
           MOVE WS-PAYBAND-DSN-DFLT TO WS-PAYBAND-DSN
           ACCEPT WS-PAYBAND-DSN FROM ENVIRONMENT 'PAYBAND_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PAYBAND-DSN = SPACES
               MOVE WS-PAYBAND-DSN-DFLT TO WS-PAYBAND-DSN
           END-IF
           MOVE WS-MNTPEND-DSN-DFLT TO WS-MNTPEND-DSN
           ACCEPT WS-MNTPEND-DSN FROM ENVIRONMENT 'EMPPEND_DD'
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
           MOVE ET-OPER TO WS-MAKER
           MOVE SPACES TO WS-CHECKER
           MOVE SPACES TO WS-PEND-KEY-X
           MOVE ET-ID TO WS-PEND-KEY-X
           EVALUATE TRUE
               WHEN ET-OPER = SPACES
                   MOVE 'NO OPERATOR ID' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN ET-ACTION-VERIFY OR ET-ACTION-REFUSE
                   PERFORM CHECK-PENDING-PARA
               WHEN ET-ACTION-DUAL
                   PERFORM QUEUE-PENDING-PARA
               WHEN OTHER
                   PERFORM APPLY-EMP-TRAN-PARA
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
                   MOVE ET-OPER TO WS-PEND-MAKER(WS-PEND-IDX)
                   MOVE ETN TO WS-PEND-TRAN(WS-PEND-IDX)
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
               WHEN WS-PEND-MAKER(WS-PEND-IDX) = ET-OPER
                   MOVE 'MAKER CANNOT CHECK OWN CHANGE' TO WS-MNT-ERROR
                   PERFORM REJECT-MNT-TRAN-PARA
               WHEN ET-ACTION-REFUSE
                   MOVE ET-OPER TO WS-CHECKER
                   SET WS-PEND-CLEARED(WS-PEND-IDX) TO TRUE
                   MOVE 'REFUSED' TO WS-NOTE-DISP
                   PERFORM NOTIFY-MAKER-PARA
                   ADD 1 TO WS-REFUSE-CNT
               WHEN OTHER
                   MOVE ET-OPER TO WS-CHECKER
                   SET WS-PEND-CLEARED(WS-PEND-IDX) TO TRUE
                   MOVE WS-PEND-MAKER(WS-PEND-IDX) TO WS-MAKER
                   MOVE WS-PEND-TRAN(WS-PEND-IDX) TO ETN
                   MOVE WS-REJECT-CNT TO WS-SAVE-REJECT
                   PERFORM APPLY-EMP-TRAN-PARA
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
           DISPLAY 'EMPMNT: REJECTED ' ET-ACTION ' FOR EMPLOYEE '
               ET-ID ', ' WS-MNT-ERROR
           ADD 1 TO WS-REJECT-CNT.
      *    MNTNOTE GOES BACK TO THE OPERATOR WHO KEYED THE CHANGE: ONE
      *    LINE FOR EACH OF THEIR PENDING ITEMS THAT WAS REFUSED, THAT
      *    FAILED WHEN VERIFIED, OR THAT EXPIRED UNCHECKED.
       NOTIFY-MAKER-PARA.
           MOVE SPACES TO MNP
           MOVE WS-PEND-MAKER(WS-PEND-IDX) TO MN-OPER
           MOVE 'EMPMNT' TO MN-PGM
           MOVE WS-PEND-KEY(WS-PEND-IDX) TO MN-KEY
           MOVE WS-NOTE-DISP TO MN-DISP
           MOVE WS-PEND-DATE(WS-PEND-IDX) TO MN-ENTERED
           MOVE WS-TODAY-8 TO MN-DATE
           MOVE WS-CHECKER TO MN-CHECKER
           MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MN-TRAN
           WRITE MNP
           DISPLAY 'EMPMNT: PENDING CHANGE FOR '
               WS-PEND-KEY(WS-PEND-IDX) ' BY '
               WS-PEND-MAKER(WS-PEND-IDX) ' ' WS-NOTE-DISP.
      *    THE AUDIT TRAIL RECORDS BOTH OPERATORS.  A CHANGE THAT
      *    NEEDED NO SECOND OPERATOR HAS NO CHECKER.
       AUDIT-MNT-PARA.
           MOVE SPACES TO MAP
           MOVE WS-TODAY-8 TO MA-DATE
           MOVE 'EMPMNT' TO MA-PGM
           MOVE ET-ACTION TO MA-ACTION
           MOVE ET-ID TO MA-KEY
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
               DISPLAY 'EMPMNT: PENDING QUEUE FULL, ' MP-KEY ' BY '
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
               DISPLAY 'EMPMNT: UNABLE TO OPEN PENDING QUEUE, '
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
               MOVE 'EMPMNT' TO MP-PGM
               MOVE WS-PEND-KEY(WS-PEND-IDX) TO MP-KEY
               MOVE WS-PEND-DATE(WS-PEND-IDX) TO MP-DATE
               MOVE WS-PEND-MAKER(WS-PEND-IDX) TO MP-MAKER
               MOVE WS-PEND-TRAN(WS-PEND-IDX) TO MP-TRAN
               WRITE MPP
               ADD 1 TO WS-CARRY-CNT
           END-IF.
      *    PAYBAND GIVES THE LOWEST AND HIGHEST ANNUAL SALARY FOR EACH
      *    GRADE.  BAND_ACTION=FLAG ACCEPTS AN OUT-OF-BAND SALARY AND
      *    MARKS THE VERSION FOR REVIEW; OTHERWISE IT IS REJECTED.
       LOAD-BANDS-PARA.
           ACCEPT WS-BAND-ACTION FROM ENVIRONMENT 'BAND_ACTION'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           OPEN INPUT PAYBAND
           IF WS-PAYBAND-STATUS NOT = '00'
               DISPLAY 'EMPMNT: UNABLE TO OPEN PAYBAND FILE, '
                   'STATUS=' WS-PAYBAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BAND-EOF
               READ PAYBAND
                   AT END SET WS-BAND-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-BAND-PARA
               END-READ
           END-PERFORM
           CLOSE PAYBAND.
       LOAD-ONE-BAND-PARA.
           EVALUATE TRUE
               WHEN PB-MIN(1:7) IS NOT NUMERIC OR
                    PB-MIN(9:2) IS NOT NUMERIC OR
                    PB-MAX(1:7) IS NOT NUMERIC OR
                    PB-MAX(9:2) IS NOT NUMERIC
                   DISPLAY 'EMPMNT: PAY BAND FOR GRADE ' PB-GRADE
                       ' IS NOT NUMERIC, IGNORED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BAND-CNT >= WS-BAND-MAX
                   DISPLAY 'EMPMNT: PAY BAND TABLE FULL, GRADE '
                       PB-GRADE ' IGNORED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-BAND-CNT
                   SET WS-BAND-IDX TO WS-BAND-CNT
                   MOVE PB-GRADE TO WS-BAND-GRADE(WS-BAND-IDX)
                   MOVE PB-MIN TO WS-BAND-LOW(WS-BAND-IDX)
                   MOVE PB-MAX TO WS-BAND-HIGH(WS-BAND-IDX)
           END-EVALUATE.
       FIND-BAND-PARA.
           MOVE 'N' TO WS-BAND-SW
           SET WS-BAND-IDX TO 1
           PERFORM UNTIL WS-BAND-IDX > WS-BAND-CNT OR WS-BAND-FOUND
               IF WS-BAND-GRADE(WS-BAND-IDX) = EM-GRADE
                   SET WS-BAND-FOUND TO TRUE
               ELSE
                   SET WS-BAND-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    THE MASTER KEEPS EVERY VERSION OF AN EMPLOYEE, KEYED BY ID
      *    AND THE DATE IT TAKES EFFECT.  A CHANGE NEVER OVERWRITES
      *    HISTORY: IT WRITES A NEW VERSION BUILT ON THE ONE IN FORCE
      *    AT ITS EFFECTIVE DATE.  A SECOND CHANGE FOR THE SAME DATE
      *    REPLACES THAT DATE'S VERSION.  A BLANK EFFECTIVE DATE
      *    MEANS TODAY.
       APPLY-EMP-TRAN-PARA.
           MOVE SPACES TO WS-EMP-ERROR
           EVALUATE TRUE
               WHEN ET-ID IS NOT NUMERIC
                   MOVE 'BAD EMPLOYEE ID' TO WS-EMP-ERROR
               WHEN ET-EFF-DATE NOT = SPACES AND
                    ET-EFF-DATE IS NOT NUMERIC
                   MOVE 'BAD EFFECTIVE DATE' TO WS-EMP-ERROR
               WHEN NOT ET-ACTION-ADD AND NOT ET-ACTION-CHANGE AND
                    NOT ET-ACTION-TERM
                   MOVE 'UNKNOWN ACTION' TO WS-EMP-ERROR
               WHEN OTHER
                   MOVE ET-ID TO WS-EMP-ID
                   IF ET-EFF-DATE = SPACES
                       MOVE WS-TODAY-8 TO WS-EFF-DATE
                   ELSE
                       MOVE ET-EFF-DATE TO WS-EFF-DATE
                   END-IF
                   PERFORM FIND-BASE-VERSION-PARA
                   EVALUATE TRUE
                       WHEN ET-ACTION-ADD
                           PERFORM ADD-EMP-PARA
                       WHEN ET-ACTION-CHANGE
                           PERFORM CHANGE-EMP-PARA
                       WHEN ET-ACTION-TERM
                           PERFORM TERM-EMP-PARA
                   END-EVALUATE
           END-EVALUATE
           IF WS-EMP-ERROR NOT = SPACES
               PERFORM REJECT-EMP-TRAN-PARA
           END-IF.
      *    READS THE EMPLOYEE'S VERSIONS IN DATE ORDER AND KEEPS THE
      *    LAST ONE IN FORCE ON THE EFFECTIVE DATE.  A VERSION DATED
      *    AFTER IT IS NOTED, SINCE IT WILL NOT PICK UP THIS CHANGE.
       FIND-BASE-VERSION-PARA.
           MOVE 'N' TO WS-BASE-SW
           MOVE 'N' TO WS-LATER-SW
           MOVE 'N' TO WS-VER-EOF-SW
           MOVE SPACES TO WS-BASE-REC
           MOVE SPACE TO WS-BASE-STATUS
           MOVE WS-EMP-ID TO EM-ID
           MOVE ZERO TO EM-EFF-DATE
           START EMPMST KEY IS NOT LESS THAN EM-KEY
               INVALID KEY SET WS-VER-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-VER-EOF
               READ EMPMST NEXT RECORD
                   AT END SET WS-VER-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN EM-ID NOT = WS-EMP-ID
                               SET WS-VER-EOF TO TRUE
                           WHEN EM-EFF-DATE > WS-EFF-DATE
                               SET WS-LATER-FOUND TO TRUE
                               SET WS-VER-EOF TO TRUE
                           WHEN OTHER
                               MOVE EMP-MST TO WS-BASE-REC
                               MOVE EM-STATUS TO WS-BASE-STATUS
                               SET WS-BASE-FOUND TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
      *    A HIRE NEEDS EVERY FIELD.  AN EMPLOYEE WHOSE LAST VERSION
      *    IS A TERMINATION MAY BE ADDED AGAIN ON REHIRE.
       ADD-EMP-PARA.
           EVALUATE TRUE
               WHEN WS-BASE-FOUND AND NOT WS-BASE-TERMINATED
                   MOVE 'EMPLOYEE ALREADY ON FILE' TO WS-EMP-ERROR
               WHEN ET-NAME = SPACES OR ET-DEPT = SPACES OR
                    ET-GRADE = SPACES
                   MOVE 'NAME, DEPT AND GRADE REQUIRED' TO WS-EMP-ERROR
               WHEN ET-SALARY IS NOT NUMERIC OR ET-SALARY = ZERO
                   MOVE 'NO VALID SALARY' TO WS-EMP-ERROR
               WHEN OTHER
                   MOVE SPACES TO EMP-MST
                   MOVE WS-EMP-ID TO EM-ID
                   MOVE ET-NAME TO EM-NAME
                   MOVE ET-DEPT TO EM-DEPT
                   MOVE ET-GRADE TO EM-GRADE
                   MOVE ET-SALARY TO EM-SALARY
                   MOVE 'A' TO EM-STATUS
                   MOVE 'HIRE' TO EM-REASON
                   PERFORM CHECK-BAND-PARA
                   IF WS-EMP-ERROR = SPACES
                       PERFORM WRITE-VERSION-PARA
                       ADD 1 TO WS-ADD-CNT
                   END-IF
           END-EVALUATE.
      *    ONLY THE FIELDS KEYED ON THE CHANGE ARE ALTERED; THE REST
      *    COME FROM THE VERSION IN FORCE ON THE EFFECTIVE DATE.
       CHANGE-EMP-PARA.
           EVALUATE TRUE
               WHEN NOT WS-BASE-FOUND
                   MOVE 'NOT ON FILE AT EFFECTIVE DATE' TO WS-EMP-ERROR
               WHEN WS-BASE-TERMINATED
                   MOVE 'EMPLOYEE TERMINATED' TO WS-EMP-ERROR
               WHEN OTHER
                   MOVE WS-BASE-REC TO EMP-MST
                   IF ET-NAME NOT = SPACES
                       MOVE ET-NAME TO EM-NAME
                   END-IF
                   IF ET-DEPT NOT = SPACES
                       MOVE ET-DEPT TO EM-DEPT
                   END-IF
                   IF ET-GRADE NOT = SPACES
                       MOVE ET-GRADE TO EM-GRADE
                   END-IF
                   IF ET-SALARY IS NUMERIC AND ET-SALARY > ZERO
                       MOVE ET-SALARY TO EM-SALARY
                   END-IF
                   MOVE 'CHANGE' TO EM-REASON
                   PERFORM CHECK-BAND-PARA
                   IF WS-EMP-ERROR = SPACES
                       PERFORM WRITE-VERSION-PARA
                       ADD 1 TO WS-CHANGE-CNT
                   END-IF
           END-EVALUATE.
       TERM-EMP-PARA.
           EVALUATE TRUE
               WHEN NOT WS-BASE-FOUND
                   MOVE 'NOT ON FILE AT EFFECTIVE DATE' TO WS-EMP-ERROR
               WHEN WS-BASE-TERMINATED
                   MOVE 'ALREADY TERMINATED' TO WS-EMP-ERROR
               WHEN OTHER
                   MOVE WS-BASE-REC TO EMP-MST
                   MOVE 'T' TO EM-STATUS
                   MOVE 'TERM' TO EM-REASON
                   PERFORM WRITE-VERSION-PARA
                   ADD 1 TO WS-TERM-CNT
           END-EVALUATE.
       CHECK-BAND-PARA.
           MOVE SPACE TO EM-BAND-FLAG
           PERFORM FIND-BAND-PARA
           IF NOT WS-BAND-FOUND
               OR EM-SALARY < WS-BAND-LOW(WS-BAND-IDX)
               OR EM-SALARY > WS-BAND-HIGH(WS-BAND-IDX)
               IF WS-BAND-FLAG-ONLY
                   SET EM-OUT-OF-BAND TO TRUE
                   ADD 1 TO WS-FLAG-CNT
                   DISPLAY 'EMPMNT: EMPLOYEE ' EM-ID ' GRADE '
                       EM-GRADE ' SALARY ' EM-SALARY
                       ' OUTSIDE PAY BAND, FLAGGED'
               ELSE
                   MOVE 'SALARY OUTSIDE PAY BAND' TO WS-EMP-ERROR
               END-IF
           END-IF.
       WRITE-VERSION-PARA.
           MOVE WS-EMP-ID TO EM-ID
           MOVE WS-EFF-DATE TO EM-EFF-DATE
           MOVE WS-TODAY-8 TO EM-ENTERED
           MOVE WS-BASE-REC TO WS-BEFORE-IMAGE
           WRITE EMP-MST
               INVALID KEY
                   REWRITE EMP-MST
           END-WRITE
           MOVE EMP-MST TO WS-AFTER-IMAGE
           PERFORM AUDIT-MNT-PARA
           IF WS-LATER-FOUND
               ADD 1 TO WS-LATER-CNT
               DISPLAY 'EMPMNT: EMPLOYEE ' EM-ID ' HAS A VERSION '
                   'DATED AFTER ' WS-EFF-DATE ', NOT CARRIED FORWARD'
           END-IF.
       REJECT-EMP-TRAN-PARA.
           DISPLAY 'EMPMNT: REJECTED ' ET-ACTION ' FOR EMPLOYEE '
               ET-ID ', ' WS-EMP-ERROR
           ADD 1 TO WS-REJECT-CNT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== EMPLOYEE MASTER MAINTENANCE TOTALS ====='.
           DISPLAY 'TRANSACTIONS READ: ' WS-READ-CNT.
           DISPLAY 'EMPLOYEES ADDED  : ' WS-ADD-CNT.
           DISPLAY 'EMPLOYEES CHANGED: ' WS-CHANGE-CNT.
           DISPLAY 'TERMINATED       : ' WS-TERM-CNT.
           DISPLAY 'OUT OF BAND FLAG : ' WS-FLAG-CNT.
           DISPLAY 'LATER VERSIONS   : ' WS-LATER-CNT.
           DISPLAY 'TRANS REJECTED   : ' WS-REJECT-CNT.
           DISPLAY 'HELD FOR CHECKER : ' WS-PENDED-CNT.
           DISPLAY 'VERIFIED         : ' WS-VERIFY-CNT.
           DISPLAY 'REFUSED          : ' WS-REFUSE-CNT.
           DISPLAY 'PENDING EXPIRED  : ' WS-EXPIRE-CNT.
           DISPLAY 'STILL PENDING    : ' WS-CARRY-CNT.
