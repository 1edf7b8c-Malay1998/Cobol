           SELECT RENOFFER
           ASSIGN TO DYNAMIC WS-RENOFFER-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAILPC
           ASSIGN TO DYNAMIC WS-MAILPC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILPC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RENEWAL.
           02 RO-ADDR1 PIC X(25).
           02 PIC X.
           02 RO-ADDR2 PIC X(25).
       FD MAILPC.
           COPY MAILPC.
       WORKING-STORAGE SECTION.
       01 WS-RENEWAL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RENEWAL.PAT'.
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RENOFFER.PAT'.
       01 WS-RENOFFER-DSN PIC X(100).
       01 WS-RENEWAL-STATUS PIC X(2).
       01 WS-MAILPC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILPC.PAT'.
       01 WS-MAILPC-DSN PIC X(100).
       01 WS-MAILPC-STATUS PIC X(2).
       01 WS-BASE-DSN PIC X(100).
       01 WS-W PIC A(1) VALUE SPACE.
       01 WS-SUM PIC 9(6)V9(2).
               STOP RUN
           END-IF.
           OPEN OUTPUT RENOFFER.
           OPEN EXTEND MAILPC.
           IF WS-MAILPC-STATUS = '35'
               OPEN OUTPUT MAILPC
           END-IF.
           MOVE 'RENEWPRC' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO ROF.
           MOVE WS-EXPECT-TRL TO ROF.
           WRITE ROF.
           CLOSE RENOFFER.
           CLOSE MAILPC.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           END-ACCEPT
           IF WS-RENOFFER-DSN = SPACES
               MOVE WS-RENOFFER-DSN-DFLT TO WS-RENOFFER-DSN
           END-IF
           MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           ACCEPT WS-MAILPC-DSN FROM ENVIRONMENT 'MAILPC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILPC-DSN = SPACES
               MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           END-IF.
       STAMP-RENEWAL-DSN-PARA.
           MOVE WS-RENEWAL-DSN TO WS-BASE-DSN
           MOVE R-ADDR2 TO RO-ADDR2
           WRITE ROF
           ADD 1 TO WS-OFFER-CNT
           ADD WS-NEW-SUM TO WS-NEW-SUM-TOTAL
           PERFORM MAIL-PIECE-PARA.
      *    EVERY PIECE PRINTED IS LOGGED TO MAILPC SO THAT THE
      *    HOUSEHOLDING STEP CAN PUT IT IN ONE ENVELOPE WITH ANY
      *    OTHER MAIL GOING TO THE SAME ADDRESS THE SAME DAY.
       MAIL-PIECE-PARA.
           MOVE SPACES TO MPP
           MOVE WS-BUS-DATE TO MP-DATE
           MOVE 'RENEWPRC' TO MP-SOURCE
           MOVE WS-OFFER-CNT TO MP-SEQ
           MOVE R-NUM TO MP-KEY
           MOVE 1 TO MP-SHEETS
           MOVE R-NAME TO MP-NAME
           MOVE R-ADDR1 TO MP-ADDR1
           MOVE R-ADDR2 TO MP-ADDR2
           WRITE MPP.
       LOOKUP-LOADING-PARA.
           MOVE 1.00 TO WS-LOAD-FOUND
           MOVE 'N' TO WS-LOAD-SW
