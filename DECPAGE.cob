           SELECT DECPRNT
           ASSIGN TO DYNAMIC WS-DECPRNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAILPC
           ASSIGN TO DYNAMIC WS-MAILPC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILPC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDJRNL.
           COPY NAMEREC.
       FD DECPRNT.
       01 PRT-LINE PIC X(80).
       FD MAILPC.
           COPY MAILPC.
       WORKING-STORAGE SECTION.
       01 WS-AUDJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AUDJRNL.PAT'.
       01 WS-DECPRNT-DSN PIC X(100).
       01 WS-AUDJRNL-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-MAILPC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILPC.PAT'.
       01 WS-MAILPC-DSN PIC X(100).
       01 WS-MAILPC-STATUS PIC X(2).
       01 WS-NAMADDR-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-AUD-EOF-SW PIC X VALUE 'N'.
                   'PRINT UNADDRESSED'
           END-IF.
           OPEN OUTPUT DECPRNT.
           OPEN EXTEND MAILPC.
           IF WS-MAILPC-STATUS = '35'
               OPEN OUTPUT MAILPC
           END-IF.
           PERFORM PAGE-HEADER-PARA.
           PERFORM UNTIL WS-AUD-EOF
               READ AUDJRNL
               CLOSE NAMADDR
           END-IF.
           CLOSE DECPRNT.
           CLOSE MAILPC.
           DISPLAY 'DECPAGE: DECLARATION PAGES PRINTED: '
               WS-DEC-CNT.
           STOP RUN.
           END-ACCEPT
           IF WS-DECPRNT-DSN = SPACES
               MOVE WS-DECPRNT-DSN-DFLT TO WS-DECPRNT-DSN
           END-IF
           MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           ACCEPT WS-MAILPC-DSN FROM ENVIRONMENT 'MAILPC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILPC-DSN = SPACES
               MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           END-IF.
       PAGE-HEADER-PARA.
           ADD 1 TO WS-PAGE-NO
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           ADD 9 TO WS-LINE-CNT
           PERFORM MAIL-PIECE-PARA.
      *    EVERY PIECE PRINTED IS LOGGED TO MAILPC SO THAT THE
      *    HOUSEHOLDING STEP CAN PUT IT IN ONE ENVELOPE WITH ANY
      *    OTHER MAIL GOING TO THE SAME ADDRESS THE SAME DAY.
       MAIL-PIECE-PARA.
           MOVE SPACES TO MPP
           MOVE WS-BUS-DATE TO MP-DATE
           MOVE 'DECPAGE' TO MP-SOURCE
           MOVE WS-DEC-CNT TO MP-SEQ
           MOVE WS-AI-NUM TO MP-KEY
           MOVE 1 TO MP-SHEETS
           MOVE WS-INS-NAME TO MP-NAME
           MOVE WS-INS-ADDR1 TO MP-ADDR1
           MOVE WS-INS-ADDR2 TO MP-ADDR2
           WRITE MPP.
