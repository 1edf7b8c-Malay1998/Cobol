           ASSIGN TO DYNAMIC WS-CLAIMMST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMMST-STATUS.
           SELECT RELMST
           ASSIGN TO DYNAMIC WS-RELMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           ALTERNATE RECORD KEY IS RL-CUST WITH DUPLICATES
           FILE STATUS IS WS-RELMST-STATUS.
           SELECT CARDMST
           ASSIGN TO DYNAMIC WS-CARDMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-ACCT
           FILE STATUS IS WS-CARDMST-STATUS.
           SELECT ACCOUNT
           ASSIGN TO DYNAMIC WS-ACCOUNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT INTEXCP
           ASSIGN TO DYNAMIC WS-INTEXCP-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           02 X-LOB PIC X(7).
           02 PIC X.
           02 X-STATUS PIC X(7).
           02 PIC X.
           02 X-REL PIC X(4).
               88 X-REL-POLICY VALUE 'POL' SPACES.
           02 PIC X.
           02 X-ACCT PIC X(16).
       FD INSTALL.
       01 INS.
           02 IN-NUM PIC X(5).
           02 IN-STATUS PIC X(7).
       FD CLAIMMST.
           COPY CLAIMREC.
       FD RELMST.
           COPY RELREC.
       FD CARDMST.
           COPY CARDREC.
       FD ACCOUNT.
       01 WS-ACCT.
           02 WS-ACCT-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-ACCT-BAL PIC S9(9)V99.
       FD INTEXCP.
       01 IXP.
           02 IX-ID PIC X(16).
       01 WS-CLAIMMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLAIMMST.PAT'.
       01 WS-CLAIMMST-DSN PIC X(100).
       01 WS-RELMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RELMST.PAT'.
       01 WS-RELMST-DSN PIC X(100).
       01 WS-CARDMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CARDMST.PAT'.
       01 WS-CARDMST-DSN PIC X(100).
       01 WS-ACCOUNT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ACCOUNT.PAT'.
       01 WS-ACCOUNT-DSN PIC X(100).
       01 WS-INTEXCP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\INTEXCP.PAT'.
       01 WS-INTEXCP-DSN PIC X(100).
       01 WS-XREF-STATUS PIC X(2).
       01 WS-INSTALL-STATUS PIC X(2).
       01 WS-CLAIMMST-STATUS PIC X(2).
       01 WS-RELMST-STATUS PIC X(2).
       01 WS-CARDMST-STATUS PIC X(2).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-CARDMST-OPEN-SW PIC X VALUE 'N'.
           88 WS-CARDMST-OPEN VALUE 'Y'.
       01 WS-KSDS-EOF-SW PIC X VALUE 'N'.
           88 WS-KSDS-EOF VALUE 'Y'.
       01 WS-NA-EOF-SW PIC X VALUE 'N'.
           88 WS-CLM-EOF VALUE 'Y'.
       01 WS-CUST-EOF-SW PIC X VALUE 'N'.
           88 WS-CUST-EOF VALUE 'Y'.
       01 WS-REL-EOF-SW PIC X VALUE 'N'.
           88 WS-REL-EOF VALUE 'Y'.
       01 WS-ACCT-EOF-SW PIC X VALUE 'N'.
           88 WS-ACCT-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
           88 WS-CUST-FOUND VALUE 'Y'.
       01 WS-CUST-OVFL-SW PIC X VALUE 'N'.
           88 WS-CUST-OVFL VALUE 'Y'.
       01 WS-DP-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-DP-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DP-TABLE.
           02 WS-DP-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-DP-IDX PIC 9(11).
       01 WS-DP-SW PIC X.
           88 WS-DP-FOUND VALUE 'Y'.
       01 WS-DP-LOADED-SW PIC X VALUE 'N'.
           88 WS-DP-LOADED VALUE 'Y'.
       01 WS-DP-OVFL-SW PIC X VALUE 'N'.
           88 WS-DP-OVFL VALUE 'Y'.
       01 WS-HOLD-CUST PIC X(6).
       01 WS-HOLD-ID PIC X(16).
       01 WS-HOLD-SOURCE PIC X(8).
       01 WS-NA-EXCP PIC 9(7) COMP VALUE ZERO.
       01 WS-INST-EXCP PIC 9(7) COMP VALUE ZERO.
       01 WS-CLM-EXCP PIC 9(7) COMP VALUE ZERO.
       01 WS-REL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REL-EXCP PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'INTAUDIT' TO WS-STEP-NAME.
           PERFORM AUDIT-XREF-PARA.
           PERFORM AUDIT-INSTALL-PARA.
           PERFORM AUDIT-CLAIMS-PARA.
           PERFORM AUDIT-RELATIONSHIPS-PARA.
           CLOSE KSDS.
           CLOSE INTEXCP.
           PERFORM CONTROL-TOTAL-PARA.
           IF WS-CLAIMMST-DSN = SPACES
               MOVE WS-CLAIMMST-DSN-DFLT TO WS-CLAIMMST-DSN
           END-IF
           MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           ACCEPT WS-RELMST-DSN FROM ENVIRONMENT 'RELMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RELMST-DSN = SPACES
               MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           END-IF
           MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           ACCEPT WS-CARDMST-DSN FROM ENVIRONMENT 'CARDMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDMST-DSN = SPACES
               MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           END-IF
           MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           ACCEPT WS-ACCOUNT-DSN FROM ENVIRONMENT 'ACCOUNT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ACCOUNT-DSN = SPACES
               MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           END-IF
           MOVE WS-INTEXCP-DSN-DFLT TO WS-INTEXCP-DSN
           ACCEPT WS-INTEXCP-DSN FROM ENVIRONMENT 'INTEXCP_DD'
               ON EXCEPTION CONTINUE
               READ XREF
                   AT END SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       MOVE 'Y' TO WS-FOUND-SW
                       IF X-REL-POLICY
                           MOVE X-NUM TO O-NUM
                           PERFORM CHECK-POLICY-PARA
                       END-IF
                       IF NOT WS-POLICY-FOUND
                           SET RC-ORPHAN-XREF TO TRUE
                           MOVE SPACES TO WS-HOLD-ID
               DISPLAY 'INTAUDIT: CLAIM ' CM-CLAIM
                   ' REFERENCES MISSING POLICY ' CM-POLICY
           END-IF.
      *    CARD AND DEPOSIT RELATIONSHIPS ARE CHECKED ON THE
      *    RELATIONSHIP MASTER ITSELF RATHER THAN THROUGH THE XREF
      *    COPY: THE CUSTOMER MUST BE ON THE CUSTOMER MASTER, A CARD
      *    ON THE CARD MASTER AND A DEPOSIT ACCOUNT ON THE ACCOUNT
      *    BALANCE FILE.  A MASTER THAT IS NOT ON HAND IS SKIPPED.
       AUDIT-RELATIONSHIPS-PARA.
           OPEN INPUT RELMST
           IF WS-RELMST-STATUS NOT = '00'
               DISPLAY 'INTAUDIT: NO RELATIONSHIP MASTER, CARD AND '
                   'DEPOSIT CHECKS SKIPPED'
           ELSE
               OPEN INPUT CARDMST
               IF WS-CARDMST-STATUS = '00'
                   SET WS-CARDMST-OPEN TO TRUE
               END-IF
               PERFORM LOAD-DEPOSITS-PARA
               MOVE LOW-VALUES TO RL-KEY
               START RELMST KEY IS NOT LESS THAN RL-KEY
                   INVALID KEY SET WS-REL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-REL-EOF
                   READ RELMST NEXT RECORD
                       AT END SET WS-REL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REL-CNT
                           PERFORM AUDIT-ONE-REL-PARA
                   END-READ
               END-PERFORM
               CLOSE RELMST
               IF WS-CARDMST-OPEN
                   CLOSE CARDMST
               END-IF
           END-IF.
       LOAD-DEPOSITS-PARA.
           OPEN INPUT ACCOUNT
           IF WS-ACCOUNT-STATUS = '00'
               SET WS-DP-LOADED TO TRUE
           ELSE
               SET WS-ACCT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT
                   AT END SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF WS-ACCT(1:3) = 'HDR' OR
                          WS-ACCT(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           IF WS-DP-CNT >= WS-DP-MAX
                               SET WS-DP-OVFL TO TRUE
                           ELSE
                               ADD 1 TO WS-DP-CNT
                               SET WS-DP-IDX TO WS-DP-CNT
                               MOVE WS-ACCT-NUM
                                   TO WS-DP-ENTRY(WS-DP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DP-LOADED
               CLOSE ACCOUNT
           END-IF.
       AUDIT-ONE-REL-PARA.
           MOVE SPACES TO WS-HOLD-ID
           MOVE RL-ACCT TO WS-HOLD-ID
           MOVE 'RELMST' TO WS-HOLD-SOURCE
           IF WS-CUST-CNT > ZERO AND NOT WS-CUST-OVFL
               MOVE RL-CUST TO WS-HOLD-CUST
               PERFORM FIND-CUST-PARA
               IF NOT WS-CUST-FOUND
                   SET RC-ORPHAN-CUSTOMER TO TRUE
                   PERFORM WRITE-EXCP-PARA
                   ADD 1 TO WS-REL-EXCP
                   DISPLAY 'INTAUDIT: ' RL-TYPE ' ACCOUNT ' RL-ACCT
                       ' CUSTOMER ' RL-CUST ' NOT ON CUSTOMER MASTER'
               END-IF
           END-IF
           MOVE 'Y' TO WS-DP-SW
           IF RL-TYPE-CARD
               IF WS-CARDMST-OPEN
                   MOVE RL-ACCT TO CM-ACCT
                   READ CARDMST
                       INVALID KEY MOVE 'N' TO WS-DP-SW
                   END-READ
               END-IF
           ELSE
               IF WS-DP-LOADED AND NOT WS-DP-OVFL
                   PERFORM FIND-DEPOSIT-PARA
               END-IF
           END-IF
           IF NOT WS-DP-FOUND
               SET RC-ORPHAN-REFERENCE TO TRUE
               PERFORM WRITE-EXCP-PARA
               ADD 1 TO WS-REL-EXCP
               DISPLAY 'INTAUDIT: CUSTOMER ' RL-CUST ' HOLDS '
                   RL-TYPE ' ACCOUNT ' RL-ACCT ' NOT ON ITS MASTER'
           END-IF.
       FIND-DEPOSIT-PARA.
           MOVE 'N' TO WS-DP-SW
           IF RL-ACCT(1:11) IS NUMERIC
               SET WS-DP-IDX TO 1
               PERFORM UNTIL WS-DP-IDX > WS-DP-CNT OR WS-DP-FOUND
                   IF WS-DP-ENTRY(WS-DP-IDX) = RL-ACCT(1:11)
                       SET WS-DP-FOUND TO TRUE
                   ELSE
                       SET WS-DP-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== INTEGRITY AUDIT CONTROL TOTALS ====='.
           DISPLAY 'POLICIES SWEPT       : ' WS-POLICY-CNT.
           DISPLAY 'ORPHAN ADDRESS KEYS  : ' WS-NA-EXCP.
           DISPLAY 'BAD SCHEDULE ROWS    : ' WS-INST-EXCP.
           DISPLAY 'ORPHAN CLAIMS        : ' WS-CLM-EXCP.
           DISPLAY 'RELATIONSHIPS SWEPT  : ' WS-REL-CNT.
           DISPLAY 'BAD RELATIONSHIPS    : ' WS-REL-EXCP.
           DISPLAY 'EXCEPTIONS WRITTEN   : ' WS-EXCP-CNT.
           IF WS-CUST-OVFL
               DISPLAY 'INTAUDIT: CUSTOMER TABLE OVERFLOWED, '
                   'CUSTOMER CHECKS INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DP-OVFL
               DISPLAY 'INTAUDIT: DEPOSIT TABLE OVERFLOWED, '
                   'DEPOSIT CHECKS SKIPPED'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-EXCP-CNT > WS-AUDIT-MAX
               DISPLAY 'INTAUDIT: EXCEPTIONS EXCEED THE '
                   'THRESHOLD OF ' WS-AUDIT-MAX
