       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLDISP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLDTRAN
           ASSIGN TO DYNAMIC WS-AMLDTRAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMLDTRAN-STATUS.
           SELECT AMLCASE
           ASSIGN TO DYNAMIC WS-AMLCASE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMLCASE-STATUS.
           SELECT AMLCNEW
           ASSIGN TO DYNAMIC WS-AMLCNEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AMLDTRAN.
       01 ADN.
           02 DA-ACTION PIC X(7).
               88 DA-ACTION-DISPOSE VALUE 'DISPOSE'.
           02 PIC X.
           02 DA-CASE PIC X(12).
           02 PIC X.
           02 DA-DISP PIC X(2).
           02 PIC X.
           02 DA-OPER PIC X(6).
       FD AMLCASE.
           COPY AMLCASE.
       FD AMLCNEW.
       01 ACN PIC X(87).
       WORKING-STORAGE SECTION.
       01 WS-AMLDTRAN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AMLDTRAN.PAT'.
       01 WS-AMLDTRAN-DSN PIC X(100).
       01 WS-AMLCASE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AMLCASE.PAT'.
       01 WS-AMLCASE-DSN PIC X(100).
       01 WS-AMLCNEW-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AMLCNEW.PAT'.
       01 WS-AMLCNEW-DSN PIC X(100).
       01 WS-AMLDTRAN-STATUS PIC X(2).
       01 WS-AMLCASE-STATUS PIC X(2).
       01 WS-TRAN-EOF-SW PIC X VALUE 'N'.
           88 WS-TRAN-EOF VALUE 'Y'.
       01 WS-CASE-EOF-SW PIC X VALUE 'N'.
           88 WS-CASE-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-CASE-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-CASE-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CASE-TABLE.
           02 WS-CT-ENTRY PIC X(87) OCCURS 2000 TIMES
               INDEXED BY WS-CT-IDX.
       01 WS-FOUND-SW PIC X.
           88 WS-CASE-FOUND VALUE 'Y'.
       01 WS-I PIC 9(4) COMP.
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CLOSE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-WORK-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SAR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-KEPT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OPEN-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'AMLDISP' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           OPEN OUTPUT AMLCNEW.
           PERFORM LOAD-CASES-PARA.
           OPEN INPUT AMLDTRAN.
           IF WS-AMLDTRAN-STATUS NOT = '00'
               DISPLAY 'AMLDISP: UNABLE TO OPEN AMLDTRAN FILE, '
                   'STATUS=' WS-AMLDTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TRAN-EOF
               READ AMLDTRAN
                   AT END SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       PERFORM APPLY-DISP-TRAN-PARA
               END-READ
           END-PERFORM.
           CLOSE AMLDTRAN.
           PERFORM REWRITE-CASES-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-AMLDTRAN-DSN-DFLT TO WS-AMLDTRAN-DSN
           ACCEPT WS-AMLDTRAN-DSN FROM ENVIRONMENT 'AMLDTRAN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AMLDTRAN-DSN = SPACES
               MOVE WS-AMLDTRAN-DSN-DFLT TO WS-AMLDTRAN-DSN
           END-IF
           MOVE WS-AMLCASE-DSN-DFLT TO WS-AMLCASE-DSN
           ACCEPT WS-AMLCASE-DSN FROM ENVIRONMENT 'AMLCASE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AMLCASE-DSN = SPACES
               MOVE WS-AMLCASE-DSN-DFLT TO WS-AMLCASE-DSN
           END-IF
           MOVE WS-AMLCNEW-DSN-DFLT TO WS-AMLCNEW-DSN
           ACCEPT WS-AMLCNEW-DSN FROM ENVIRONMENT 'AMLCNEW_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AMLCNEW-DSN = SPACES
               MOVE WS-AMLCNEW-DSN-DFLT TO WS-AMLCNEW-DSN
           END-IF.
      *    UNLIKE THE DISPUTE FILE, CLOSED AML CASES ARE NOT PURGED:
      *    A CLOSED CASE AND ITS DISPOSITION ARE THE RECORD COMPLIANCE
      *    MUST KEEP, SO THEY ARE COPIED STRAIGHT TO THE NEW
      *    GENERATION AND ONLY THE CASES STILL OPEN ARE HELD TO WORK.
       LOAD-CASES-PARA.
           OPEN INPUT AMLCASE
           IF WS-AMLCASE-STATUS = '35'
               DISPLAY 'AMLDISP: NO CASE FILE ON HAND, NOTHING TO '
                   'DISPOSE'
               SET WS-CASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CASE-EOF
               READ AMLCASE
                   AT END SET WS-CASE-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-CASE-PARA
               END-READ
           END-PERFORM
           IF WS-AMLCASE-STATUS NOT = '35'
               CLOSE AMLCASE
           END-IF.
       LOAD-ONE-CASE-PARA.
           IF AC-CLOSED
               MOVE ACP TO ACN
               WRITE ACN
               ADD 1 TO WS-KEPT-CNT
           ELSE
           IF WS-CASE-CNT >= WS-CASE-MAX
               DISPLAY 'AMLDISP: CASE TABLE FULL, CASE ' AC-CASE
                   ' CARRIED FORWARD UNWORKED'
               MOVE ACP TO ACN
               WRITE ACN
               ADD 1 TO WS-REJECT-CNT
           ELSE
               ADD 1 TO WS-CASE-CNT
               SET WS-CT-IDX TO WS-CASE-CNT
               MOVE ACP TO WS-CT-ENTRY(WS-CT-IDX)
           END-IF
           END-IF.
       FIND-CASE-PARA.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > WS-CASE-CNT OR WS-CASE-FOUND
               IF WS-CT-ENTRY(WS-CT-IDX)(1:12) = DA-CASE
                   SET WS-CASE-FOUND TO TRUE
               ELSE
                   SET WS-CT-IDX UP BY 1
               END-IF
           END-PERFORM.
       APPLY-DISP-TRAN-PARA.
           PERFORM FIND-CASE-PARA
           IF WS-CASE-FOUND
               MOVE WS-CT-ENTRY(WS-CT-IDX) TO ACP
           END-IF
           MOVE DA-DISP TO AC-DISP
           EVALUATE TRUE
               WHEN NOT DA-ACTION-DISPOSE
                   DISPLAY 'AMLDISP: INVALID ACTION ' DA-ACTION
                       ' FOR CASE ' DA-CASE
                   ADD 1 TO WS-REJECT-CNT
               WHEN NOT WS-CASE-FOUND
                   DISPLAY 'AMLDISP: CASE NOT OPEN ON FILE: ' DA-CASE
                   ADD 1 TO WS-REJECT-CNT
               WHEN NOT AC-DISP-VALID
                   DISPLAY 'AMLDISP: INVALID DISPOSITION ' DA-DISP
                       ' FOR CASE ' DA-CASE
                   ADD 1 TO WS-REJECT-CNT
               WHEN DA-OPER = SPACES
                   DISPLAY 'AMLDISP: NO OPERATOR ON DISPOSITION FOR '
                       'CASE ' DA-CASE
                   ADD 1 TO WS-REJECT-CNT
               WHEN OTHER
                   PERFORM DISPOSE-CASE-PARA
           END-EVALUATE.
      *    FALSE POSITIVE, EXPLAINED AND SAR FILED END THE CASE.
      *    ESCALATE AND MONITOR KEEP IT OPEN AS BEING WORKED, SO THE
      *    MONITOR KEEPS FOLDING REPEAT ALERTS INTO IT.
       DISPOSE-CASE-PARA.
           MOVE WS-BUS-DATE TO AC-DISP-DATE
           MOVE DA-OPER TO AC-OPER
           IF AC-DISP-CLOSING
               MOVE 'CLOSED' TO AC-STATUS
               ADD 1 TO WS-CLOSE-CNT
               IF AC-DISP-SAR-FILED
                   ADD 1 TO WS-SAR-CNT
               END-IF
           ELSE
               MOVE 'WORK' TO AC-STATUS
               ADD 1 TO WS-WORK-CNT
           END-IF
           MOVE ACP TO WS-CT-ENTRY(WS-CT-IDX)
           DISPLAY 'AMLDISP: CASE ' AC-CASE ' ' AC-DISP ' BY '
               AC-OPER ', NOW ' AC-STATUS.
       REWRITE-CASES-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-CASE-CNT
               SET WS-CT-IDX TO WS-I
               MOVE WS-CT-ENTRY(WS-CT-IDX) TO ACP
               IF AC-CLOSED
                   ADD 1 TO WS-KEPT-CNT
               ELSE
                   ADD 1 TO WS-OPEN-CNT
               END-IF
               MOVE ACP TO ACN
               WRITE ACN
               ADD 1 TO WS-I
           END-PERFORM
           CLOSE AMLCNEW.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== AML CASE DISPOSITION TOTALS ====='.
           DISPLAY 'TRANSACTIONS READ  : ' WS-READ-CNT.
           DISPLAY 'CASES CLOSED       : ' WS-CLOSE-CNT.
           DISPLAY 'SARS FILED         : ' WS-SAR-CNT.
           DISPLAY 'CASES KEPT WORKING : ' WS-WORK-CNT.
           DISPLAY 'TRANS REJECTED     : ' WS-REJECT-CNT.
           DISPLAY 'CASES STILL OPEN   : ' WS-OPEN-CNT.
           DISPLAY 'CLOSED CASES KEPT  : ' WS-KEPT-CNT.
