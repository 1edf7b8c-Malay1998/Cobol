           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT MAILPC
           ASSIGN TO DYNAMIC WS-MAILPC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILPC-STATUS.
           SELECT CERTPRNT
           ASSIGN TO DYNAMIC WS-CERTPRNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY BALREC.
       FD NAMADDR.
           COPY NAMEREC.
       FD MAILPC.
           COPY MAILPC.
       FD CERTPRNT.
       01 PRT-LINE PIC X(80).
       SD WORK.
       01 WS-CAPYTD-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-MAILPC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILPC.PAT'.
       01 WS-MAILPC-DSN PIC X(100).
       01 WS-MAILPC-STATUS PIC X(2).
       01 WS-YTD-EOF-SW PIC X VALUE 'N'.
           88 WS-YTD-EOF VALUE 'Y'.
       01 WS-BAL-EOF-SW PIC X VALUE 'N'.
           END-IF.
           OPEN INPUT YTDSRT.
           OPEN OUTPUT CERTPRNT.
           OPEN EXTEND MAILPC.
           IF WS-MAILPC-STATUS = '35'
               OPEN OUTPUT MAILPC
           END-IF.
           PERFORM UNTIL WS-YTD-EOF
               READ YTDSRT
                   AT END SET WS-YTD-EOF TO TRUE
               CLOSE NAMADDR
           END-IF.
           CLOSE CERTPRNT.
           CLOSE MAILPC.
           PERFORM TIE-OUT-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           END-ACCEPT
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF
           MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           ACCEPT WS-MAILPC-DSN FROM ENVIRONMENT 'MAILPC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILPC-DSN = SPACES
               MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           END-IF.
       ONE-YTD-ROW-PARA.
           IF YS-MONTH(1:2) NOT = WS-CERT-YEAR
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           PERFORM MAIL-PIECE-PARA.
      *    EVERY PIECE PRINTED IS LOGGED TO MAILPC SO THAT THE
      *    HOUSEHOLDING STEP CAN PUT IT IN ONE ENVELOPE WITH ANY
      *    OTHER MAIL GOING TO THE SAME ADDRESS THE SAME DAY.
       MAIL-PIECE-PARA.
           MOVE SPACES TO MPP
           MOVE WS-BUS-DATE TO MP-DATE
           MOVE 'TAXCERT' TO MP-SOURCE
           MOVE WS-CERT-CNT TO MP-SEQ
           MOVE WS-PREV-ACCT TO MP-KEY
           MOVE 1 TO MP-SHEETS
           MOVE WS-INS-NAME TO MP-NAME
           MOVE WS-INS-ADDR1 TO MP-ADDR1
           MOVE WS-INS-ADDR2 TO MP-ADDR2
           WRITE MPP.
       GET-ADDRESS-PARA.
           MOVE SPACES TO WS-INS-NAME
           MOVE SPACES TO WS-INS-ADDR1
           PERFORM WRITE-LINE-PARA.
      *    THE AUDITORS' QUESTION: DOES THE SUM OF THE CERTIFICATES
      *    EQUAL THE INTEREST CAPITAL REPORTED POSTING MONTH BY
      *    MONTH?  THE MONTHLY CAPITAL BALANCE RECORDS FOR THE YEAR,
      *    WITH THE TDMAT RECORDS OF TIME DEPOSIT INTEREST CREDITED,
      *    ARE THE INDEPENDENT SIDE OF THAT TIE-OUT.
       TIE-OUT-PARA.
           OPEN INPUT BALANCE
                   READ BALANCE
                       AT END SET WS-BAL-EOF TO TRUE
                       NOT AT END
                           IF (BL-STEP = 'CAPITAL' OR
                               BL-STEP = 'TDMAT') AND
                              BL-DATE(1:2) = WS-CERT-YEAR
                               MOVE BL-AMT TO WS-BAL-AMT
                               ADD WS-BAL-AMT TO WS-TIE-TOTAL
