           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT MAILPC
           ASSIGN TO DYNAMIC WS-MAILPC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILPC-STATUS.
           SELECT ESCHNOT
           ASSIGN TO DYNAMIC WS-ESCHNOT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       01 WS-ACCT.
           02 WS-ACCT-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-ACCT-BAL PIC S9(9)V99.
       FD ACCTSRT.
       01 ASR.
           02 AS-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 AS-BAL PIC S9(9)V99.
       FD NAMADDR.
           COPY NAMEREC.
       FD MAILPC.
           COPY MAILPC.
       FD ESCHNOT.
       01 ENO.
           02 EN-ACCT PIC 9(11).
       01 WS-DORMREG-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-MAILPC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILPC.PAT'.
       01 WS-MAILPC-DSN PIC X(100).
       01 WS-MAILPC-STATUS PIC X(2).
       01 WS-ESCHREG-STATUS PIC X(2).
       01 WS-DORM-EOF-SW PIC X VALUE 'N'.
           88 WS-DORM-EOF VALUE 'Y'.
       01 WS-REMIT-CNT PIC 9(7) VALUE ZERO.
       01 WS-ALREADY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NOBAL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OVERDRAWN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OVERDRAWN-SW PIC X VALUE 'N'.
           88 WS-OVERDRAWN VALUE 'Y'.
       01 WS-REMIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-JRNL-CNT PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
                   'NOTIFICATIONS GO OUT UNADDRESSED'
           END-IF.
           OPEN OUTPUT ESCHNOT.
           OPEN EXTEND MAILPC.
           IF WS-MAILPC-STATUS = '35'
               OPEN OUTPUT MAILPC
           END-IF.
           OPEN OUTPUT ESCHREM.
           MOVE 'ESCHEAT' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
               CLOSE NAMADDR
           END-IF.
           CLOSE ESCHNOT.
           CLOSE MAILPC.
           CLOSE ESCHREM.
           CLOSE ESCHREG.
           PERFORM WRITE-ESCHJRNL-PARA.
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
       LOAD-REGISTER-PARA.
           OPEN INPUT ESCHREG
               ADD 1 TO WS-ALREADY-CNT
           ELSE
               PERFORM FIND-BALANCE-PARA
               IF WS-OVERDRAWN
                   ADD 1 TO WS-OVERDRAWN-CNT
                   DISPLAY 'ESCHEAT: ACCOUNT ' DR-ACCT ' OVERDRAWN, '
                       'NOTHING OWED TO THE OWNER'
               ELSE
               IF DR-CYCLES >= WS-REMIT-CYCLES
                   PERFORM REMIT-ACCOUNT-PARA
               ELSE
                       PERFORM NOTIFY-OWNER-PARA
                   END-IF
               END-IF
               END-IF
           END-IF.
      *    AN OVERDRAWN ACCOUNT OWES THE BANK; THERE IS NOTHING TO
      *    HOLD FOR THE OWNER OR HAND TO THE STATE.
       FIND-BALANCE-PARA.
           MOVE 'N' TO WS-OVERDRAWN-SW
           MOVE DR-BAL TO WS-BAL
           PERFORM UNTIL WS-ACCT-EOF OR AS-ACCT >= DR-ACCT
               PERFORM READ-ACCT-PARA
           END-PERFORM
           IF NOT WS-ACCT-EOF AND AS-ACCT = DR-ACCT
               IF AS-BAL < ZERO
                   SET WS-OVERDRAWN TO TRUE
                   MOVE ZERO TO WS-BAL
               ELSE
                   MOVE AS-BAL TO WS-BAL
               END-IF
           ELSE
               ADD 1 TO WS-NOBAL-CNT
               DISPLAY 'ESCHEAT: NO CURRENT BALANCE FOR ACCOUNT '
           MOVE WS-BAL TO EN-BAL
           MOVE WS-RUN-DATE TO EN-DATE
           WRITE ENO
           ADD 1 TO WS-NOTIFY-CNT
           PERFORM MAIL-PIECE-PARA.
      *    EVERY PIECE PRINTED IS LOGGED TO MAILPC SO THAT THE
      *    HOUSEHOLDING STEP CAN PUT IT IN ONE ENVELOPE WITH ANY
      *    OTHER MAIL GOING TO THE SAME ADDRESS THE SAME DAY.
       MAIL-PIECE-PARA.
           MOVE SPACES TO MPP
           MOVE WS-BUS-DATE TO MP-DATE
           MOVE 'ESCHEAT' TO MP-SOURCE
           MOVE WS-NOTIFY-CNT TO MP-SEQ
           MOVE DR-ACCT TO MP-KEY
           MOVE 1 TO MP-SHEETS
           MOVE EN-NAME TO MP-NAME
           MOVE EN-ADDR1 TO MP-ADDR1
           MOVE EN-ADDR2 TO MP-ADDR2
           WRITE MPP.
       REMIT-ACCOUNT-PARA.
           PERFORM GET-ADDRESS-PARA
           MOVE WS-STATE TO ER-STATE
           DISPLAY 'ACCOUNTS REMITTED    : ' WS-REMIT-CNT.
           DISPLAY 'ALREADY ESCHEATED    : ' WS-ALREADY-CNT.
           DISPLAY 'NO CURRENT BALANCE   : ' WS-NOBAL-CNT.
           DISPLAY 'OVERDRAWN, NOT HELD  : ' WS-OVERDRAWN-CNT.
           DISPLAY 'AMOUNT REMITTED      : ' WS-REMIT-TOTAL.
