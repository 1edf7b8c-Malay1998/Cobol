       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDCTL
           ASSIGN TO DYNAMIC WS-PERDCTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERDCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PERDCTL.
           COPY PERDCTL.
       WORKING-STORAGE SECTION.
       01 WS-PERDCTL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PERDCTL.PAT'.
       01 WS-PERDCTL-DSN PIC X(100).
       01 WS-PERDCTL-STATUS PIC X(2).
       01 WS-PC-EOF-SW PIC X VALUE 'N'.
           88 WS-PC-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-LOCKPGM PIC X(8) VALUE 'PERDLOCK'.
       01 WS-LOCK-DATE PIC 9(8).
       01 WS-OPEN-DATE PIC 9(8).
       01 WS-LOCK-SW PIC X(1).
           88 WS-PERIOD-CLOSED VALUE 'C'.
      *    PERIOD_FUNC=CLOSE SIGNS OFF THE MONTH IN PERIOD_MONTH
      *    (YYYYMM), REOPEN TAKES A SIGNED-OFF MONTH BACK FOR
      *    CORRECTIONS, AND LIST (THE DEFAULT) SHOWS THE FILE.
       01 WS-FUNC PIC X(6).
       01 WS-MONTH-X PIC X(6).
       01 WS-MONTH PIC 9(6).
       01 WS-MONTH-R REDEFINES WS-MONTH.
           02 WS-MONTH-YYYY PIC 9(4).
           02 WS-MONTH-MM PIC 9(2).
       01 WS-BUS-MONTH PIC 9(6).
       01 WS-USER PIC X(8).
       01 WS-NEW-STATUS PIC X(6).
       01 WS-LIST-CNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'PERDMNT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(1:6) TO WS-BUS-MONTH.
           MOVE 'LIST' TO WS-FUNC
           ACCEPT WS-FUNC FROM ENVIRONMENT 'PERIOD_FUNC'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FUNC = SPACES
               MOVE 'LIST' TO WS-FUNC
           END-IF
           MOVE SPACES TO WS-MONTH-X
           ACCEPT WS-MONTH-X FROM ENVIRONMENT 'PERIOD_MONTH'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-USER
           ACCEPT WS-USER FROM ENVIRONMENT 'PERIOD_USER'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           EVALUATE WS-FUNC
               WHEN 'CLOSE'
                   PERFORM CHECK-MONTH-PARA
                   PERFORM CLOSE-PERIOD-PARA
               WHEN 'REOPEN'
                   PERFORM CHECK-MONTH-PARA
                   PERFORM REOPEN-PERIOD-PARA
               WHEN 'LIST'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PERDMNT: UNKNOWN PERIOD_FUNC ' WS-FUNC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM LIST-PERIOD-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-PERDCTL-DSN-DFLT TO WS-PERDCTL-DSN
           ACCEPT WS-PERDCTL-DSN FROM ENVIRONMENT 'PERDCTL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PERDCTL-DSN = SPACES
               MOVE WS-PERDCTL-DSN-DFLT TO WS-PERDCTL-DSN
           END-IF.
      *    ONLY A MONTH THAT HAS ENDED CAN BE SIGNED OFF; THE MONTH
      *    OF THE BUSINESS DATE IS STILL TAKING POSTINGS.
       CHECK-MONTH-PARA.
           IF WS-MONTH-X IS NOT NUMERIC
               DISPLAY 'PERDMNT: PERIOD_MONTH MUST BE YYYYMM, GOT '
                   WS-MONTH-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MONTH-X TO WS-MONTH
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY 'PERDMNT: PERIOD_MONTH ' WS-MONTH
                   ' IS NOT A VALID MONTH'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-USER = SPACES
               DISPLAY 'PERDMNT: PERIOD_USER MUST NAME WHO SIGNED '
                   'THE PERIOD OFF'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-LOCK-DATE = WS-MONTH * 100 + 1
           CALL WS-LOCKPGM USING WS-LOCK-DATE, WS-OPEN-DATE,
                                WS-LOCK-SW.
       CLOSE-PERIOD-PARA.
           EVALUATE TRUE
               WHEN WS-MONTH >= WS-BUS-MONTH
                   DISPLAY 'PERDMNT: PERIOD ' WS-MONTH ' HAS NOT '
                       'ENDED, BUSINESS DATE IS ' WS-BUS-DATE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PERIOD-CLOSED
                   DISPLAY 'PERDMNT: PERIOD ' WS-MONTH
                       ' IS ALREADY CLOSED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'CLOSED' TO WS-NEW-STATUS
                   PERFORM APPEND-PERIOD-PARA
                   DISPLAY 'PERDMNT: PERIOD ' WS-MONTH ' CLOSED BY '
                       WS-USER
           END-EVALUATE.
       REOPEN-PERIOD-PARA.
           IF WS-PERIOD-CLOSED
               MOVE 'OPEN' TO WS-NEW-STATUS
               PERFORM APPEND-PERIOD-PARA
               DISPLAY 'PERDMNT: PERIOD ' WS-MONTH ' REOPENED BY '
                   WS-USER
           ELSE
               DISPLAY 'PERDMNT: PERIOD ' WS-MONTH ' IS NOT CLOSED'
               MOVE 8 TO RETURN-CODE
           END-IF.
       APPEND-PERIOD-PARA.
           OPEN EXTEND PERDCTL
           IF WS-PERDCTL-STATUS = '35'
               OPEN OUTPUT PERDCTL
           END-IF
           IF WS-PERDCTL-STATUS NOT = '00'
               DISPLAY 'PERDMNT: UNABLE TO OPEN PERDCTL FILE, '
                   'STATUS=' WS-PERDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PCP
           MOVE WS-MONTH TO PC-PERIOD
           MOVE WS-NEW-STATUS TO PC-STATUS
           MOVE WS-BUS-DATE TO PC-DATE
           MOVE WS-USER TO PC-USER
           WRITE PCP
           CLOSE PERDCTL.
       LIST-PERIOD-PARA.
           DISPLAY '===== ACCOUNTING PERIOD CONTROL ====='
           DISPLAY 'PERIOD STATUS  ON DATE  BY'
           OPEN INPUT PERDCTL
           IF WS-PERDCTL-STATUS NOT = '00'
               SET WS-PC-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PC-EOF
               READ PERDCTL
                   AT END SET WS-PC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-CNT
                       DISPLAY PC-PERIOD ' ' PC-STATUS ' ' PC-DATE
                           ' ' PC-USER
               END-READ
           END-PERFORM
           IF WS-PERDCTL-STATUS = '00' OR WS-PERDCTL-STATUS = '10'
               CLOSE PERDCTL
           END-IF
           DISPLAY 'PERIOD RECORDS: ' WS-LIST-CNT.
