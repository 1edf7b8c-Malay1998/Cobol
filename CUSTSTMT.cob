           ASSIGN TO DYNAMIC WS-INSTALL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTALL-STATUS.
           SELECT ACCOUNT
           ASSIGN TO DYNAMIC WS-ACCOUNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT CUSPRNT
           ASSIGN TO DYNAMIC WS-CUSPRNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAILPC
           ASSIGN TO DYNAMIC WS-MAILPC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILPC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD XREF.
           02 X-LOB PIC X(7).
           02 PIC X.
           02 X-STATUS PIC X(7).
           02 PIC X.
           02 X-REL PIC X(4).
               88 X-REL-POLICY VALUE 'POL' SPACES.
               88 X-REL-CARD VALUE 'CARD'.
           02 PIC X.
           02 X-ACCT PIC X(16).
       FD CUSTMST.
           COPY CUSTREC.
       FD KSDS.
           02 IN-PAID PIC 9(6).9(2).
           02 PIC X.
           02 IN-STATUS PIC X(7).
       FD ACCOUNT.
       01 WS-ACCT.
           02 WS-ACCT-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-ACCT-BAL PIC S9(9)V99.
       FD CUSPRNT.
       01 PRT-LINE PIC X(80).
       FD MAILPC.
           COPY MAILPC.
       WORKING-STORAGE SECTION.
       01 WS-XREF-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSTXREF.PAT'.
       01 WS-INSTALL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\INSTALL.PAT'.
       01 WS-INSTALL-DSN PIC X(100).
       01 WS-ACCOUNT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ACCOUNT.PAT'.
       01 WS-ACCOUNT-DSN PIC X(100).
       01 WS-CUSPRNT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSPRNT.PAT'.
       01 WS-CUSPRNT-DSN PIC X(100).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-CLAIMMST-STATUS PIC X(2).
       01 WS-INSTALL-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-MAILPC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILPC.PAT'.
       01 WS-MAILPC-DSN PIC X(100).
       01 WS-MAILPC-STATUS PIC X(2).
       01 WS-MAIL-KEY PIC X(16).
       01 WS-XREF-EOF-SW PIC X VALUE 'N'.
           88 WS-XREF-EOF VALUE 'Y'.
       01 WS-CLM-EOF-SW PIC X VALUE 'N'.
           88 WS-CLM-EOF VALUE 'Y'.
       01 WS-INST-EOF-SW PIC X VALUE 'N'.
           88 WS-INST-EOF VALUE 'Y'.
       01 WS-ACCT-EOF-SW PIC X VALUE 'N'.
           88 WS-ACCT-EOF VALUE 'Y'.
       01 WS-NAMADDR-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
               03 WS-IN-DUE PIC 9(6).
               03 WS-IN-AMT PIC X(9).
               03 WS-IN-STATUS PIC X(7).
       01 WS-DP-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-DP-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DP-TABLE.
           02 WS-DP-ENTRY OCCURS 5000 TIMES INDEXED BY WS-DP-IDX.
               03 WS-DP-ACCT PIC 9(11).
               03 WS-DP-BAL PIC S9(9)V99.
       01 WS-DP-SW PIC X.
           88 WS-DP-FOUND VALUE 'Y'.
       01 WS-BAL-ED PIC ZZZZZZZZ9.99-.
       01 WS-I PIC 9(4) COMP.
       01 WS-ADDR-NAME PIC X(25).
       01 WS-ADDR-LINE1 PIC X(25).
       01 WS-PAGE-NO-ED PIC ZZZZ9.
       01 WS-CUST-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-POL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ACCT-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'CUSTSTMT' TO WS-STEP-NAME.
           END-IF.
           PERFORM LOAD-CLAIMS-PARA.
           PERFORM LOAD-INSTALLMENTS-PARA.
           PERFORM LOAD-DEPOSITS-PARA.
           OPEN OUTPUT CUSPRNT.
           OPEN EXTEND MAILPC.
           IF WS-MAILPC-STATUS = '35'
               OPEN OUTPUT MAILPC
           END-IF.
           PERFORM UNTIL WS-XREF-EOF
               READ XREF
                   AT END SET WS-XREF-EOF TO TRUE
               CLOSE NAMADDR
           END-IF.
           CLOSE CUSPRNT.
           CLOSE MAILPC.
           DISPLAY 'CUSTSTMT: CUSTOMERS STATEMENTED: ' WS-CUST-CNT.
           DISPLAY 'CUSTSTMT: POLICIES LISTED      : ' WS-POL-CNT.
           DISPLAY 'CUSTSTMT: CARD/DEPOSIT ACCOUNTS: ' WS-ACCT-CNT.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-XREF-DSN-DFLT TO WS-XREF-DSN
           IF WS-INSTALL-DSN = SPACES
               MOVE WS-INSTALL-DSN-DFLT TO WS-INSTALL-DSN
           END-IF
           MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           ACCEPT WS-ACCOUNT-DSN FROM ENVIRONMENT 'ACCOUNT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ACCOUNT-DSN = SPACES
               MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           END-IF
           MOVE WS-CUSPRNT-DSN-DFLT TO WS-CUSPRNT-DSN
           ACCEPT WS-CUSPRNT-DSN FROM ENVIRONMENT 'CUSPRNT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CUSPRNT-DSN = SPACES
               MOVE WS-CUSPRNT-DSN-DFLT TO WS-CUSPRNT-DSN
           END-IF
           MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           ACCEPT WS-MAILPC-DSN FROM ENVIRONMENT 'MAILPC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILPC-DSN = SPACES
               MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           END-IF.
       LOAD-CLAIMS-PARA.
           OPEN INPUT CLAIMMST
               CONTINUE
           ELSE
               IF CM-STATUS = 'OPEN' OR CM-STATUS = 'RESERVED'
                  OR CM-STATUS = 'PARTPAID' OR CM-STATUS = 'SIUHOLD'
                   IF WS-CM-CNT >= WS-CM-MAX
                       DISPLAY 'CUSTSTMT: CLAIM TABLE FULL, EXTRA '
                           'CLAIMS NOT SHOWN'
                   END-IF
               END-IF
           END-IF.
       LOAD-DEPOSITS-PARA.
           OPEN INPUT ACCOUNT
           IF WS-ACCOUNT-STATUS = '35'
               DISPLAY 'CUSTSTMT: NO ACCOUNT BALANCE FILE, '
                   'STATEMENTS CARRY NO DEPOSIT BALANCES'
               SET WS-ACCT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT
                   AT END SET WS-ACCT-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-DEPOSIT-PARA
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-STATUS NOT = '35'
               CLOSE ACCOUNT
           END-IF.
       LOAD-ONE-DEPOSIT-PARA.
           IF WS-ACCT(1:3) = 'HDR' OR WS-ACCT(1:3) = 'TRL'
               CONTINUE
           ELSE
               IF WS-DP-CNT >= WS-DP-MAX
                   DISPLAY 'CUSTSTMT: DEPOSIT TABLE FULL, EXTRA '
                       'BALANCES NOT SHOWN'
                   SET WS-ACCT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-DP-CNT
                   SET WS-DP-IDX TO WS-DP-CNT
                   MOVE WS-ACCT-NUM TO WS-DP-ACCT(WS-DP-IDX)
                   MOVE WS-ACCT-BAL TO WS-DP-BAL(WS-DP-IDX)
               END-IF
           END-IF.
       ONE-XREF-PARA.
           IF WS-REQ-CUST NOT = SPACES AND X-CUST NOT = WS-REQ-CUST
               CONTINUE
                   SET WS-FIRST-POL TO TRUE
                   PERFORM CUSTOMER-HEADER-PARA
               END-IF
               IF X-REL-POLICY
                   PERFORM POLICY-BLOCK-PARA
               ELSE
                   PERFORM ACCOUNT-BLOCK-PARA
               END-IF
           END-IF.
       CUSTOMER-HEADER-PARA.
           ADD 1 TO WS-PAGE-NO
                   MOVE C-ADDR TO WS-ADDR-LINE1
                   MOVE C-CITY TO WS-ADDR-LINE2
           END-READ
           MOVE SPACES TO WS-MAIL-KEY
           IF X-REL-POLICY
               MOVE X-NUM TO WS-MAIL-KEY
           ELSE
               MOVE X-ACCT TO WS-MAIL-KEY
           END-IF
           IF WS-NAMADDR-OPEN
               MOVE SPACES TO NA-KEY
               IF X-REL-POLICY
                   MOVE X-NUM TO NA-KEY
               ELSE
                   MOVE X-ACCT TO NA-KEY
               END-IF
               READ NAMADDR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
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
           MOVE 'CUSTSTMT' TO MP-SOURCE
           MOVE WS-CUST-CNT TO MP-SEQ
           MOVE WS-MAIL-KEY TO MP-KEY
           MOVE 1 TO MP-SHEETS
           MOVE WS-ADDR-NAME TO MP-NAME
           MOVE WS-ADDR-LINE1 TO MP-ADDR1
           MOVE WS-ADDR-LINE2 TO MP-ADDR2
           WRITE MPP.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO PRT-LINE
           WRITE PRT-LINE.
               NOT INVALID KEY
                   PERFORM POLICY-DETAIL-PARA
           END-READ.
      *    CARD AND DEPOSIT ACCOUNTS FOLLOW THE POLICIES.  A CARD
      *    SHOWS ITS RELATIONSHIP STATUS ONLY - THE CARD STATEMENT
      *    CARRIES ITS BALANCE.  A DEPOSIT ACCOUNT SHOWS ITS BALANCE
      *    FROM THE ACCOUNT FILE.
       ACCOUNT-BLOCK-PARA.
           ADD 1 TO WS-ACCT-CNT
           MOVE SPACES TO WS-WORK-LINE
           IF X-REL-CARD
               STRING 'CARD    ' DELIMITED BY SIZE
                      X-ACCT DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      X-STATUS DELIMITED BY SIZE
                   INTO WS-WORK-LINE
           ELSE
               PERFORM FIND-DEPOSIT-PARA
               IF WS-DP-FOUND
                   MOVE WS-DP-BAL(WS-DP-IDX) TO WS-BAL-ED
                   STRING 'DEPOSIT ' DELIMITED BY SIZE
                          X-ACCT DELIMITED BY SIZE
                          '  STATUS ' DELIMITED BY SIZE
                          X-STATUS DELIMITED BY SIZE
                          '  BALANCE ' DELIMITED BY SIZE
                          WS-BAL-ED DELIMITED BY SIZE
                       INTO WS-WORK-LINE
               ELSE
                   STRING 'DEPOSIT ' DELIMITED BY SIZE
                          X-ACCT DELIMITED BY SIZE
                          '  STATUS ' DELIMITED BY SIZE
                          X-STATUS DELIMITED BY SIZE
                          '  NO BALANCE ON FILE' DELIMITED BY SIZE
                       INTO WS-WORK-LINE
               END-IF
           END-IF
           PERFORM WRITE-LINE-PARA.
       FIND-DEPOSIT-PARA.
           MOVE 'N' TO WS-DP-SW
           IF X-ACCT(1:11) IS NUMERIC
               SET WS-DP-IDX TO 1
               PERFORM UNTIL WS-DP-IDX > WS-DP-CNT OR WS-DP-FOUND
                   IF WS-DP-ACCT(WS-DP-IDX) = X-ACCT(1:11)
                       SET WS-DP-FOUND TO TRUE
                   ELSE
                       SET WS-DP-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
       POLICY-DETAIL-PARA.
           MOVE SPACES TO WS-WORK-LINE
           STRING 'POLICY ' DELIMITED BY SIZE
