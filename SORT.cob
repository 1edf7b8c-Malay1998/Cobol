       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMST ASSIGN TO
           DYNAMIC WS-EMPMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-KEY
           FILE STATUS IS WS-EMPMST-STATUS.
           SELECT OUTP ASSIGN TO
           DYNAMIC WS-OUTP-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMST.
           COPY EMPMST.
       FD OUTP.
           COPY EMPREC.
       SD WORK.
       01 WORKP.
           02 W-ID PIC 9(4).
           02 W-SALARY PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-EMPMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\EMPMST.PAT'.
       01 WS-EMPMST-DSN PIC X(100).
       01 WS-OUTP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ASORT.PAT'.
       01 WS-OUTP-DSN PIC X(100).
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\WORK.PAT'.
       01 WS-WORK-DSN PIC X(100).
       01 WS-A PIC X VALUE SPACE.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-EMP-EOF-SW PIC X VALUE 'N'.
           88 WS-EMP-EOF VALUE 'Y'.
       01 WS-HOLD-SW PIC X VALUE 'N'.
           88 WS-HOLD-FOUND VALUE 'Y'.
       01 WS-HOLD-ID PIC 9(4) VALUE ZERO.
       01 WS-HOLD-REC PIC X(80).
       01 WS-CUR-REC PIC X(80).
       01 WS-VER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-FUTURE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-TERM-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-EXTRACT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PREV-ID PIC 9(4) VALUE ZERO.
       01 WS-PREV-DEPT PIC X(4) VALUE SPACES.
       01 WS-DEPT-CNT PIC 9(5) VALUE ZERO.
       01 WS-FIRST-SW PIC X VALUE 'Y'.
           88 WS-FIRST-REC VALUE 'Y'.
           88 WS-FIRST-NO VALUE 'N'.
       01 WS-EMPMST-STATUS PIC X(2).
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'SORT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           OPEN INPUT EMPMST.
           IF WS-EMPMST-STATUS NOT = '00'
               DISPLAY 'SORT: UNABLE TO OPEN EMPMST FILE, STATUS='
                   WS-EMPMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY '---------------------'
           DISPLAY ' AFTER PERFORM SORT  '
           DISPLAY '---------------------'
           SORT WORK ON ASCENDING KEY W-DEPT
                     ON ASCENDING KEY W-ID
                     ON ASCENDING KEY W-NAME
           INPUT PROCEDURE IS SELECT-EMP-PARA
           GIVING OUTP.
           CLOSE EMPMST.
           DISPLAY 'SORT: EMPLOYEE EXTRACT AS OF ' WS-BUS-DATE
           DISPLAY 'SORT: MASTER VERSIONS READ  : ' WS-VER-CNT
           DISPLAY 'SORT: FUTURE-DATED VERSIONS : ' WS-FUTURE-CNT
           DISPLAY 'SORT: TERMINATED, NOT PAID  : ' WS-TERM-CNT
           DISPLAY 'SORT: EMPLOYEES EXTRACTED   : ' WS-EXTRACT-CNT
           OPEN INPUT OUTP.
           PERFORM UNTIL WS-A = 'X'
           READ OUTP
           END-IF.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-EMPMST-DSN-DFLT TO WS-EMPMST-DSN
           ACCEPT WS-EMPMST-DSN FROM ENVIRONMENT 'EMPMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-EMPMST-DSN = SPACES
               MOVE WS-EMPMST-DSN-DFLT TO WS-EMPMST-DSN
           END-IF
           MOVE WS-OUTP-DSN-DFLT TO WS-OUTP-DSN
           ACCEPT WS-OUTP-DSN FROM ENVIRONMENT 'OUTP_DD'
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF.
      *    THE MASTER HOLDS EVERY VERSION OF EACH EMPLOYEE IN ID AND
      *    EFFECTIVE-DATE ORDER.  THE EXTRACT TAKES THE LAST VERSION
      *    IN FORCE ON THE BUSINESS DATE: FUTURE-DATED VERSIONS WAIT
      *    FOR THEIR DAY AND TERMINATED EMPLOYEES DROP OUT.
       SELECT-EMP-PARA.
           PERFORM UNTIL WS-EMP-EOF
               READ EMPMST NEXT RECORD
                   AT END SET WS-EMP-EOF TO TRUE
                   NOT AT END PERFORM SELECT-ONE-VERSION-PARA
               END-READ
           END-PERFORM
           PERFORM RELEASE-EMP-PARA.
       SELECT-ONE-VERSION-PARA.
           ADD 1 TO WS-VER-CNT
           IF EM-ID NOT = WS-HOLD-ID
               MOVE EMP-MST TO WS-CUR-REC
               PERFORM RELEASE-EMP-PARA
               MOVE WS-CUR-REC TO EMP-MST
               MOVE EM-ID TO WS-HOLD-ID
           END-IF
           IF EM-EFF-DATE > WS-BUS-DATE
               ADD 1 TO WS-FUTURE-CNT
           ELSE
               MOVE EMP-MST TO WS-HOLD-REC
               SET WS-HOLD-FOUND TO TRUE
           END-IF.
       RELEASE-EMP-PARA.
           IF WS-HOLD-FOUND
               MOVE WS-HOLD-REC TO EMP-MST
               IF EM-ACTIVE
                   MOVE SPACES TO WORKP
                   MOVE EM-ID TO W-ID
                   MOVE EM-NAME TO W-NAME
                   MOVE EM-DEPT TO W-DEPT
                   MOVE EM-GRADE TO W-GRADE
                   MOVE EM-SALARY TO W-SALARY
                   RELEASE WORKP
                   ADD 1 TO WS-EXTRACT-CNT
               ELSE
                   ADD 1 TO WS-TERM-CNT
               END-IF
           END-IF
           MOVE 'N' TO WS-HOLD-SW.
       B-PARA.
           IF WS-FIRST-REC
               PERFORM RPT-HEADER-PARA
