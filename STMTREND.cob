           ASSIGN TO DYNAMIC WS-BALANCE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
           SELECT MAILPC
           ASSIGN TO DYNAMIC WS-MAILPC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILPC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STMT.
           02 ES-DATE PIC 9(6).
       FD BALANCE.
           COPY BALREC.
       FD MAILPC.
           COPY MAILPC.
       WORKING-STORAGE SECTION.
       01 WS-STMT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\STATEMENT.PAT'.
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BALANCE.PAT'.
       01 WS-BALANCE-DSN PIC X(100).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-MAILPC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILPC.PAT'.
       01 WS-MAILPC-DSN PIC X(100).
       01 WS-MAILPC-STATUS PIC X(2).
       01 WS-DELIV PIC X(1).
       01 WS-DELIVERED-SW PIC X.
           88 WS-DELIVERED VALUE 'Y'.
           MOVE WS-HDR-IMAGE TO ESP.
           WRITE ESP.
           OPEN OUTPUT STMTPRNT.
           OPEN EXTEND MAILPC.
           IF WS-MAILPC-STATUS = '35'
               OPEN OUTPUT MAILPC
           END-IF.
           PERFORM PAGE-HEADER-PARA.
           PERFORM UNTIL WS-STMT-EOF
               READ STMT
           WRITE ESP.
           CLOSE ESTMT.
           CLOSE STMTPRNT.
           CLOSE MAILPC.
           PERFORM WRITE-BALANCE-PARA.
           DISPLAY 'STMTREND: STATEMENTS READ    : ' WS-IN-CNT.
           DISPLAY 'STMTREND: PAPER RENDERED     : ' WS-STMT-CNT.
           END-ACCEPT
           IF WS-BALANCE-DSN = SPACES
               MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           END-IF
           MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           ACCEPT WS-MAILPC-DSN FROM ENVIRONMENT 'MAILPC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILPC-DSN = SPACES
               MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           END-IF.
       STAMP-STMT-DSN-PARA.
           MOVE WS-STMT-DSN TO WS-BASE-DSN
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           ADD 10 TO WS-LINE-CNT
           PERFORM MAIL-PIECE-PARA.
      *    EVERY PIECE PRINTED IS LOGGED TO MAILPC SO THAT THE
      *    HOUSEHOLDING STEP CAN PUT IT IN ONE ENVELOPE WITH ANY
      *    OTHER MAIL GOING TO THE SAME ADDRESS THE SAME DAY.
       MAIL-PIECE-PARA.
           MOVE SPACES TO MPP
           MOVE WS-BUS-DATE TO MP-DATE
           MOVE 'STMTREND' TO MP-SOURCE
           MOVE WS-STMT-CNT TO MP-SEQ
           MOVE ST-ACCT TO MP-KEY
           MOVE 1 TO MP-SHEETS
           MOVE ST-NAME TO MP-NAME
           MOVE ST-ADDR1 TO MP-ADDR1
           MOVE ST-ADDR2 TO MP-ADDR2
           WRITE MPP.
       MASK-ACCT-PARA.
           MOVE SPACES TO WS-MASKED-ACCT
           STRING 'XXXX-XXXX-XXXX-' DELIMITED BY SIZE
