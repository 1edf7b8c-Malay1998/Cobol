       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCDISP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCDTRN
           ASSIGN TO DYNAMIC WS-SANCDTRN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SANCDTRN-STATUS.
           SELECT SANCREV
           ASSIGN TO DYNAMIC WS-SANCREV-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SANCREV-STATUS.
           SELECT SANCRNEW
           ASSIGN TO DYNAMIC WS-SANCRNEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SANCDTRN.
       01 SDN.
           02 SD-ACTION PIC X(7).
               88 SD-ACTION-CLEAR VALUE 'CLEAR'.
               88 SD-ACTION-CONFIRM VALUE 'CONFIRM'.
           02 PIC X.
           02 SD-HIT PIC X(13).
           02 PIC X.
           02 SD-OPER PIC X(6).
       FD SANCREV.
           COPY SANCREV.
       FD SANCRNEW.
       01 SVN PIC X(135).
       WORKING-STORAGE SECTION.
       01 WS-SANCDTRN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\SANCDTRN.PAT'.
       01 WS-SANCDTRN-DSN PIC X(100).
       01 WS-SANCREV-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\SANCREV.PAT'.
       01 WS-SANCREV-DSN PIC X(100).
       01 WS-SANCRNEW-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\SANCRNEW.PAT'.
       01 WS-SANCRNEW-DSN PIC X(100).
       01 WS-SANCDTRN-STATUS PIC X(2).
       01 WS-SANCREV-STATUS PIC X(2).
       01 WS-TRAN-EOF-SW PIC X VALUE 'N'.
           88 WS-TRAN-EOF VALUE 'Y'.
       01 WS-REV-EOF-SW PIC X VALUE 'N'.
           88 WS-REV-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-NEW-STATUS PIC X(6).
       01 WS-HIT-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-HIT-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-HIT-TABLE.
           02 WS-HT-ENTRY PIC X(135) OCCURS 5000 TIMES
               INDEXED BY WS-HT-IDX.
       01 WS-FOUND-SW PIC X.
           88 WS-HIT-FOUND VALUE 'Y'.
       01 WS-I PIC 9(4) COMP.
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CLEAR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CONFIRM-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PEND-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-KEPT-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'SANCDISP' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           OPEN OUTPUT SANCRNEW.
           PERFORM LOAD-HITS-PARA.
           OPEN INPUT SANCDTRN.
           IF WS-SANCDTRN-STATUS NOT = '00'
               DISPLAY 'SANCDISP: UNABLE TO OPEN SANCDTRN FILE, '
                   'STATUS=' WS-SANCDTRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TRAN-EOF
               READ SANCDTRN
                   AT END SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       PERFORM APPLY-REVIEW-TRAN-PARA
               END-READ
           END-PERFORM.
           CLOSE SANCDTRN.
           PERFORM REWRITE-HITS-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-SANCDTRN-DSN-DFLT TO WS-SANCDTRN-DSN
           ACCEPT WS-SANCDTRN-DSN FROM ENVIRONMENT 'SANCDTRN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SANCDTRN-DSN = SPACES
               MOVE WS-SANCDTRN-DSN-DFLT TO WS-SANCDTRN-DSN
           END-IF
           MOVE WS-SANCREV-DSN-DFLT TO WS-SANCREV-DSN
           ACCEPT WS-SANCREV-DSN FROM ENVIRONMENT 'SANCREV_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SANCREV-DSN = SPACES
               MOVE WS-SANCREV-DSN-DFLT TO WS-SANCREV-DSN
           END-IF
           MOVE WS-SANCRNEW-DSN-DFLT TO WS-SANCRNEW-DSN
           ACCEPT WS-SANCRNEW-DSN FROM ENVIRONMENT 'SANCRNEW_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SANCRNEW-DSN = SPACES
               MOVE WS-SANCRNEW-DSN-DFLT TO WS-SANCRNEW-DSN
           END-IF.
      *    EVERY HIT IS KEPT, REVIEWED OR NOT: THE DECISION AND WHO
      *    MADE IT IS THE COMPLIANCE RECORD, AND A REVIEWED HIT IS
      *    WHAT STOPS SCREENING RAISING THE SAME MATCH AGAIN.  A
      *    DECISION CAN STILL BE REVERSED BY A LATER TRANSACTION.
       LOAD-HITS-PARA.
           OPEN INPUT SANCREV
           IF WS-SANCREV-STATUS = '35'
               DISPLAY 'SANCDISP: NO REVIEW FILE ON HAND, NOTHING TO '
                   'DECIDE'
               SET WS-REV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REV-EOF
               READ SANCREV
                   AT END SET WS-REV-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-HIT-PARA
               END-READ
           END-PERFORM
           IF WS-SANCREV-STATUS NOT = '35'
               CLOSE SANCREV
           END-IF.
       LOAD-ONE-HIT-PARA.
           IF WS-HIT-CNT >= WS-HIT-MAX
               DISPLAY 'SANCDISP: HIT TABLE FULL, HIT ' SV-HIT
                   ' CARRIED FORWARD UNREVIEWED'
               MOVE SVP TO SVN
               WRITE SVN
               ADD 1 TO WS-REJECT-CNT
           ELSE
               ADD 1 TO WS-HIT-CNT
               SET WS-HT-IDX TO WS-HIT-CNT
               MOVE SVP TO WS-HT-ENTRY(WS-HT-IDX)
           END-IF.
       FIND-HIT-PARA.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-HT-IDX TO 1
           PERFORM UNTIL WS-HT-IDX > WS-HIT-CNT OR WS-HIT-FOUND
               IF WS-HT-ENTRY(WS-HT-IDX)(1:13) = SD-HIT
                   SET WS-HIT-FOUND TO TRUE
               ELSE
                   SET WS-HT-IDX UP BY 1
               END-IF
           END-PERFORM.
       APPLY-REVIEW-TRAN-PARA.
           PERFORM FIND-HIT-PARA
           IF WS-HIT-FOUND
               MOVE WS-HT-ENTRY(WS-HT-IDX) TO SVP
           END-IF
           EVALUATE TRUE
               WHEN SD-ACTION-CLEAR
                   MOVE 'CLEAR' TO WS-NEW-STATUS
               WHEN SD-ACTION-CONFIRM
                   MOVE 'CONFRM' TO WS-NEW-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-NEW-STATUS
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-NEW-STATUS = SPACES
                   DISPLAY 'SANCDISP: INVALID ACTION ' SD-ACTION
                       ' FOR HIT ' SD-HIT
                   ADD 1 TO WS-REJECT-CNT
               WHEN NOT WS-HIT-FOUND
                   DISPLAY 'SANCDISP: HIT NOT ON FILE: ' SD-HIT
                   ADD 1 TO WS-REJECT-CNT
               WHEN SD-OPER = SPACES
                   DISPLAY 'SANCDISP: NO OPERATOR ON DECISION FOR '
                       'HIT ' SD-HIT
                   ADD 1 TO WS-REJECT-CNT
               WHEN SV-STATUS = WS-NEW-STATUS
                   DISPLAY 'SANCDISP: HIT ' SD-HIT ' ALREADY '
                       SV-STATUS ', DECISION NOT APPLIED'
                   ADD 1 TO WS-REJECT-CNT
               WHEN OTHER
                   PERFORM DECIDE-HIT-PARA
           END-EVALUATE.
      *    CLEARED MEANS THE NAME IS NOT THE LISTED PARTY AND ITS HELD
      *    PAYMENTS GO OUT ON THE NEXT DISBURSEMENT RUN.  CONFIRMED
      *    MEANS IT IS, AND ITS PAYMENTS STAY HELD FOR COMPLIANCE TO
      *    REPORT AND BLOCK.
       DECIDE-HIT-PARA.
           MOVE WS-NEW-STATUS TO SV-STATUS
           MOVE WS-BUS-DATE TO SV-REVIEWED
           MOVE SD-OPER TO SV-OPER
           IF SV-CLEARED
               ADD 1 TO WS-CLEAR-CNT
           ELSE
               ADD 1 TO WS-CONFIRM-CNT
           END-IF
           MOVE SVP TO WS-HT-ENTRY(WS-HT-IDX)
           DISPLAY 'SANCDISP: HIT ' SV-HIT ' ' SV-NAME ' '
               SV-STATUS ' BY ' SV-OPER.
       REWRITE-HITS-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-HIT-CNT
               SET WS-HT-IDX TO WS-I
               MOVE WS-HT-ENTRY(WS-HT-IDX) TO SVP
               IF SV-PENDING
                   ADD 1 TO WS-PEND-CNT
               ELSE
                   ADD 1 TO WS-KEPT-CNT
               END-IF
               MOVE SVP TO SVN
               WRITE SVN
               ADD 1 TO WS-I
           END-PERFORM
           CLOSE SANCRNEW.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== SANCTIONS REVIEW DECISION TOTALS ====='.
           DISPLAY 'TRANSACTIONS READ  : ' WS-READ-CNT.
           DISPLAY 'HITS CLEARED       : ' WS-CLEAR-CNT.
           DISPLAY 'HITS CONFIRMED     : ' WS-CONFIRM-CNT.
           DISPLAY 'TRANS REJECTED     : ' WS-REJECT-CNT.
           DISPLAY 'HITS STILL PENDING : ' WS-PEND-CNT.
           DISPLAY 'REVIEWED HITS KEPT : ' WS-KEPT-CNT.
