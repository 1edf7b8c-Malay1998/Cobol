           SELECT DORMREG
           ASSIGN TO DYNAMIC WS-DORMREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORRESP
           ASSIGN TO DYNAMIC WS-CORRESP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
       FILE SECTION.
       FD CORRESP.
           COPY LTREVT.
       FD ACCOUNT.
       01 WS-ACCT.
           02 WS-ACCT-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-ACCT-BAL PIC S9(9)V99.
       FD TRANSACTION.
       01 WS-TRANS.
           02 WS-TRANS-ACCT PIC 9(11).
       01 ASR.
           02 AS-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 AS-BAL PIC S9(9)V99.
       FD TRANSSRT.
       01 TSR.
           02 TS-ACCT PIC 9(11).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-TRANSACTION-STATUS PIC X(2).
       01 WS-ACTIVITY-STATUS PIC X(2).
       01 WS-CORRESP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CORRESP.PAT'.
       01 WS-CORRESP-DSN PIC X(100).
       01 WS-CORRESP-STATUS PIC X(2).
       01 WS-LETTER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ACCT-EOF-SW PIC X VALUE 'N'.
           88 WS-ACCT-EOF VALUE 'Y'.
       01 WS-TRANS-EOF-SW PIC X VALUE 'N'.
           END-IF.
           OPEN OUTPUT ACTIVNEW.
           OPEN OUTPUT DORMREG.
           OPEN EXTEND CORRESP.
           IF WS-CORRESP-STATUS = '35'
               OPEN OUTPUT CORRESP
           END-IF.
           PERFORM READ-ACCT-PARA.
           PERFORM READ-TRANS-PARA.
           IF NOT WS-ACT-EOF
           END-IF.
           CLOSE ACTIVNEW.
           CLOSE DORMREG.
           CLOSE CORRESP.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           END-ACCEPT
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF
           MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           ACCEPT WS-CORRESP-DSN FROM ENVIRONMENT 'CORRESP_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CORRESP-DSN = SPACES
               MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           END-IF.
       READ-ACCT-PARA.
           MOVE 'N' TO WS-GOT-SW
                   MOVE AS-ACCT TO DR-ACCT
                   MOVE AN-LAST TO DR-LAST
                   MOVE AN-CYCLES TO DR-CYCLES
                   IF AS-BAL < ZERO
                       MOVE ZERO TO DR-BAL
                   ELSE
                       MOVE AS-BAL TO DR-BAL
                   END-IF
                   WRITE DRP
                   IF AN-CYCLES = WS-LIMIT
                       PERFORM LETTER-EVENT-PARA
                   END-IF
                   DISPLAY 'DORMANT: ' AS-ACCT ' INACTIVE '
                       AN-CYCLES ' CYCLES'
               ELSE
               PERFORM READ-ACT-PARA
           END-IF
           PERFORM READ-ACCT-PARA.
      *    THE DORMANCY WARNING GOES OUT ONCE, IN THE CYCLE THE
      *    ACCOUNT FIRST REACHES THE LIMIT, NOT ON EVERY LATER RUN
      *    WHILE IT STAYS ON THE REGISTER.
       LETTER-EVENT-PARA.
           MOVE SPACES TO LEP
           MOVE WS-BUS-DATE TO LE-DATE
           MOVE 'DORMANT' TO LE-PGM
           MOVE 'DORMWARN' TO LE-LETTER
           MOVE AS-ACCT TO LE-KEY
           MOVE AS-ACCT TO LE-REF
           IF AS-BAL < ZERO
               MOVE ZERO TO LE-AMT
           ELSE
               MOVE AS-BAL TO LE-AMT
           END-IF
           MOVE AN-LAST TO LE-TEXT
           WRITE LEP
           ADD 1 TO WS-LETTER-CNT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== DORMANCY TRACKING TOTALS ====='.
           DISPLAY 'ACCOUNTS TRACKED : ' WS-ACCT-CNT.
           DISPLAY 'DORMANT ACCOUNTS : ' WS-DORM-CNT.
           DISPLAY 'LETTER EVENTS    : ' WS-LETTER-CNT.
