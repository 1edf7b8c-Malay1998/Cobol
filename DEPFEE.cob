       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPFEE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT
           ASSIGN TO DYNAMIC WS-ACCOUNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT FEESCHD
           ASSIGN TO DYNAMIC WS-FEESCHD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEESCHD-STATUS.
           SELECT FEECTL
           ASSIGN TO DYNAMIC WS-FEECTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEECTL-STATUS.
           SELECT KSDS
           ASSIGN TO DYNAMIC WS-KSDS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS O-NUM
           ALTERNATE RECORD KEY IS O-AGENT WITH DUPLICATES
           ALTERNATE RECORD KEY IS O-CUST WITH DUPLICATES
           ALTERNATE RECORD KEY IS O-STATUS WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.
           SELECT RELMST
           ASSIGN TO DYNAMIC WS-RELMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           ALTERNATE RECORD KEY IS RL-CUST WITH DUPLICATES
           FILE STATUS IS WS-RELMST-STATUS.
           SELECT FEETRN
           ASSIGN TO DYNAMIC WS-FEETRN-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEEJRNL
           ASSIGN TO DYNAMIC WS-FEEJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEERPT
           ASSIGN TO DYNAMIC WS-FEERPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE
           ASSIGN TO DYNAMIC WS-BALANCE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT.
       01 WS-ACCT.
           02 WS-ACCT-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-ACCT-BAL PIC S9(9)V99.
       FD FEESCHD.
       01 FSP.
           02 FS-EFF PIC 9(8).
           02 PIC X.
           02 FS-SVC-FEE PIC 9(5)V99.
           02 PIC X.
           02 FS-LOW-FEE PIC 9(5)V99.
           02 PIC X.
           02 FS-MIN-BAL PIC 9(9)V99.
           02 PIC X.
           02 FS-WAIVE-BAL PIC 9(9)V99.
       FD FEECTL.
       01 FCP.
           02 FC-MONTH PIC 9(6).
       FD KSDS.
           COPY POLYOUT.
       FD RELMST.
           COPY RELREC.
       FD FEETRN.
       01 FTP.
           02 FT-ACCT PIC 9(11).
           02 PIC X.
           02 FT-AMT PIC 9(7)V99.
           02 PIC X.
           02 FT-DC PIC X(1).
       01 FT-CTL PIC X(28).
       FD FEEJRNL.
       01 FJP.
           02 FJ-DATE PIC 9(8).
           02 PIC X.
           02 FJ-ACCT PIC X(4).
           02 PIC X.
           02 FJ-DESC PIC X(18).
           02 PIC X.
           02 FJ-DR PIC 9(11).9(2).
           02 PIC X.
           02 FJ-CR PIC 9(11).9(2).
       FD FEERPT.
       01 PRT-LINE PIC X(80).
       FD BALANCE.
           COPY BALREC.
       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ACCOUNT.PAT'.
       01 WS-ACCOUNT-DSN PIC X(100).
       01 WS-FEESCHD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\FEESCHD.PAT'.
       01 WS-FEESCHD-DSN PIC X(100).
       01 WS-FEECTL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\FEECTL.PAT'.
       01 WS-FEECTL-DSN PIC X(100).
       01 WS-KSDS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\KSDS.PAT'.
       01 WS-KSDS-DSN PIC X(100).
       01 WS-RELMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RELMST.PAT'.
       01 WS-RELMST-DSN PIC X(100).
       01 WS-FEETRN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\FEETRN.PAT'.
       01 WS-FEETRN-DSN PIC X(100).
       01 WS-FEEJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\FEEJRNL.PAT'.
       01 WS-FEEJRNL-DSN PIC X(100).
       01 WS-FEERPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\FEERPT.PAT'.
       01 WS-FEERPT-DSN PIC X(100).
       01 WS-BALANCE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BALANCE.PAT'.
       01 WS-BALANCE-DSN PIC X(100).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-FEESCHD-STATUS PIC X(2).
       01 WS-FEECTL-STATUS PIC X(2).
       01 WS-KSDS-STATUS PIC X(2).
       01 WS-RELMST-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-RELMST-OPEN-SW PIC X VALUE 'N'.
           88 WS-RELMST-OPEN VALUE 'Y'.
       01 WS-ACCT-EOF-SW PIC X VALUE 'N'.
           88 WS-ACCT-EOF VALUE 'Y'.
       01 WS-SCHD-EOF-SW PIC X VALUE 'N'.
           88 WS-SCHD-EOF VALUE 'Y'.
       01 WS-KSDS-EOF-SW PIC X VALUE 'N'.
           88 WS-KSDS-EOF VALUE 'Y'.
       01 WS-REL-EOF-SW PIC X VALUE 'N'.
           88 WS-REL-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-FEE-MONTH PIC 9(6).
       01 WS-SCHD-SW PIC X VALUE 'N'.
           88 WS-SCHD-FOUND VALUE 'Y'.
       01 WS-SCHD-EFF PIC 9(8) VALUE ZERO.
       01 WS-SVC-FEE PIC 9(5)V99.
       01 WS-LOW-FEE PIC 9(5)V99.
       01 WS-MIN-BAL PIC 9(9)V99.
       01 WS-WAIVE-BAL PIC 9(9)V99.
       01 WS-WV-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-WV-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-WV-TABLE.
           02 WS-WV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-WV-IDX.
               03 WS-WV-CUST PIC X(6).
               03 WS-WV-KIND PIC X(7).
       01 WS-WV-SW PIC X.
           88 WS-WV-FOUND VALUE 'Y'.
       01 WS-WV-OVFL-SW PIC X VALUE 'N'.
           88 WS-WV-OVFL VALUE 'Y'.
       01 WS-FIND-CUST PIC X(6).
       01 WS-ADD-KIND PIC X(7).
       01 WS-A-CUST PIC X(6).
       01 WS-A-SVC PIC 9(5)V99.
       01 WS-A-LOW PIC 9(5)V99.
       01 WS-A-FEE PIC 9(7)V99.
       01 WS-A-CAP PIC 9(7)V99.
       01 WS-A-WHY PIC X(8).
       01 WS-EXPECT-TRL.
           02 PIC X(4) VALUE 'TRL '.
           02 WS-ET-CNT PIC 9(7).
           02 PIC X VALUE SPACE.
           02 WS-ET-HASH PIC 9(13).9(2).
       01 WS-HDR-IMAGE.
           02 PIC X(4) VALUE 'HDR '.
           02 WS-HI-SOURCE PIC X(8).
           02 PIC X VALUE SPACE.
           02 WS-HI-DATE PIC 9(8).
       01 WS-FT-CNT PIC 9(7) VALUE ZERO.
       01 WS-FT-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-JRNL-CNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CHARGED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LOW-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-WV-POL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-WV-CARD-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-WV-BAL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CAP-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SVC-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-LOW-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-FEE-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-WV-POL-AMT PIC 9(11)V99 VALUE ZERO.
       01 WS-WV-CARD-AMT PIC 9(11)V99 VALUE ZERO.
       01 WS-WV-BAL-AMT PIC 9(11)V99 VALUE ZERO.
       01 WS-CAP-AMT PIC 9(11)V99 VALUE ZERO.
       01 WS-AMT-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BAL-ED PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-FEE-ED PIC ZZ,ZZ9.99.
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-WORK-LINE PIC X(80).
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'DEPFEE' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(1:6) TO WS-FEE-MONTH.
           PERFORM CHECK-FEE-MONTH-PARA.
           PERFORM LOAD-SCHEDULE-PARA.
           OPEN INPUT ACCOUNT.
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'DEPFEE: UNABLE TO OPEN ACCOUNT FILE, STATUS='
                   WS-ACCOUNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-POLICY-HOLDERS-PARA.
           OPEN INPUT RELMST.
           IF WS-RELMST-STATUS = '00'
               SET WS-RELMST-OPEN TO TRUE
               PERFORM LOAD-CARD-HOLDERS-PARA
           ELSE
               DISPLAY 'DEPFEE: NO RELATIONSHIP MASTER, '
                   'RELATIONSHIP WAIVERS NOT APPLIED'
           END-IF.
           IF WS-WV-OVFL
               DISPLAY 'DEPFEE: RELATIONSHIP TABLE FULL, RUN STOPPED '
                   'SO NO WAIVED CUSTOMER IS CHARGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FEETRN.
           MOVE 'DEPFEE' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO FT-CTL.
           WRITE FT-CTL.
           OPEN OUTPUT FEERPT.
           PERFORM REPORT-HEADING-PARA.
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT
                   AT END SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF WS-ACCT(1:3) = 'HDR' OR
                          WS-ACCT(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-READ-CNT
                           PERFORM ASSESS-ACCOUNT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT.
           IF WS-RELMST-OPEN
               CLOSE RELMST
           END-IF.
           MOVE WS-FT-CNT TO WS-ET-CNT.
           MOVE WS-FT-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO FT-CTL.
           WRITE FT-CTL.
           CLOSE FEETRN.
           PERFORM WRITE-FEEJRNL-PARA.
           PERFORM REPORT-TOTALS-PARA.
           CLOSE FEERPT.
           PERFORM WRITE-BALANCE-PARA.
           PERFORM WRITE-FEECTL-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           ACCEPT WS-ACCOUNT-DSN FROM ENVIRONMENT 'ACCOUNT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ACCOUNT-DSN = SPACES
               MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           END-IF
           MOVE WS-FEESCHD-DSN-DFLT TO WS-FEESCHD-DSN
           ACCEPT WS-FEESCHD-DSN FROM ENVIRONMENT 'FEESCHD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FEESCHD-DSN = SPACES
               MOVE WS-FEESCHD-DSN-DFLT TO WS-FEESCHD-DSN
           END-IF
           MOVE WS-FEECTL-DSN-DFLT TO WS-FEECTL-DSN
           ACCEPT WS-FEECTL-DSN FROM ENVIRONMENT 'FEECTL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FEECTL-DSN = SPACES
               MOVE WS-FEECTL-DSN-DFLT TO WS-FEECTL-DSN
           END-IF
           MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
           ACCEPT WS-KSDS-DSN FROM ENVIRONMENT 'KSDS_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-KSDS-DSN = SPACES
               MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
           END-IF
           MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           ACCEPT WS-RELMST-DSN FROM ENVIRONMENT 'RELMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RELMST-DSN = SPACES
               MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           END-IF
           MOVE WS-FEETRN-DSN-DFLT TO WS-FEETRN-DSN
           ACCEPT WS-FEETRN-DSN FROM ENVIRONMENT 'FEETRN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FEETRN-DSN = SPACES
               MOVE WS-FEETRN-DSN-DFLT TO WS-FEETRN-DSN
           END-IF
           MOVE WS-FEEJRNL-DSN-DFLT TO WS-FEEJRNL-DSN
           ACCEPT WS-FEEJRNL-DSN FROM ENVIRONMENT 'FEEJRNL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FEEJRNL-DSN = SPACES
               MOVE WS-FEEJRNL-DSN-DFLT TO WS-FEEJRNL-DSN
           END-IF
           MOVE WS-FEERPT-DSN-DFLT TO WS-FEERPT-DSN
           ACCEPT WS-FEERPT-DSN FROM ENVIRONMENT 'FEERPT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FEERPT-DSN = SPACES
               MOVE WS-FEERPT-DSN-DFLT TO WS-FEERPT-DSN
           END-IF
           MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           ACCEPT WS-BALANCE-DSN FROM ENVIRONMENT 'BALANCE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BALANCE-DSN = SPACES
               MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           END-IF.
      *    FEES ARE CHARGED ONCE A MONTH.  THE CONTROL FILE HOLDS THE
      *    LAST MONTH CHARGED, SO A SECOND RUN IN THE SAME MONTH IS
      *    REFUSED BEFORE ANY FILE IS TOUCHED AND THE FEE FILES FROM
      *    THE FIRST RUN ARE LEFT AS THEY ARE.
       CHECK-FEE-MONTH-PARA.
           OPEN INPUT FEECTL
           IF WS-FEECTL-STATUS = '00'
               READ FEECTL
                   AT END CONTINUE
                   NOT AT END
                       IF FC-MONTH IS NUMERIC AND
                          FC-MONTH = WS-FEE-MONTH
                           DISPLAY 'DEPFEE: FEES FOR ' WS-FEE-MONTH
                               ' ALREADY CHARGED, RUN REFUSED'
                           CLOSE FEECTL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE FEECTL
           END-IF.
      *    THE SCHEDULE CARRIES A ROW FOR EACH PRICE CHANGE, EFFECTIVE
      *    FROM ITS DATE.  THE LATEST ROW IN EFFECT ON THE BUSINESS
      *    DATE PRICES THE MONTH.
       LOAD-SCHEDULE-PARA.
           OPEN INPUT FEESCHD
           IF WS-FEESCHD-STATUS NOT = '00'
               DISPLAY 'DEPFEE: UNABLE TO OPEN FEESCHD FILE, STATUS='
                   WS-FEESCHD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SCHD-EOF
               READ FEESCHD
                   AT END SET WS-SCHD-EOF TO TRUE
                   NOT AT END
                       IF FS-EFF IS NUMERIC AND
                          FS-SVC-FEE IS NUMERIC AND
                          FS-LOW-FEE IS NUMERIC AND
                          FS-MIN-BAL IS NUMERIC AND
                          FS-WAIVE-BAL IS NUMERIC AND
                          FS-EFF NOT > WS-BUS-DATE AND
                          FS-EFF NOT < WS-SCHD-EFF
                           SET WS-SCHD-FOUND TO TRUE
                           MOVE FS-EFF TO WS-SCHD-EFF
                           MOVE FS-SVC-FEE TO WS-SVC-FEE
                           MOVE FS-LOW-FEE TO WS-LOW-FEE
                           MOVE FS-MIN-BAL TO WS-MIN-BAL
                           MOVE FS-WAIVE-BAL TO WS-WAIVE-BAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEESCHD
           IF NOT WS-SCHD-FOUND
               DISPLAY 'DEPFEE: NO FEE SCHEDULE IN EFFECT ON '
                   WS-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    A CUSTOMER WHO HOLDS AN ACTIVE POLICY OR AN OPEN CARD WITH
      *    US PAYS NO DEPOSIT FEES.  BOTH SETS OF CUSTOMERS ARE TAKEN
      *    INTO ONE TABLE UP FRONT.
       LOAD-POLICY-HOLDERS-PARA.
           OPEN INPUT KSDS
           IF WS-KSDS-STATUS NOT = '00'
               DISPLAY 'DEPFEE: NO POLICY MASTER, POLICY WAIVERS '
                   'NOT APPLIED'
           ELSE
               MOVE 'ACTIVE' TO O-STATUS
               START KSDS KEY IS EQUAL TO O-STATUS
                   INVALID KEY SET WS-KSDS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-KSDS-EOF
                   READ KSDS NEXT RECORD
                       AT END SET WS-KSDS-EOF TO TRUE
                       NOT AT END
                           IF O-STATUS NOT = 'ACTIVE'
                               SET WS-KSDS-EOF TO TRUE
                           ELSE
                           IF O-CUST NOT = SPACES
                               MOVE O-CUST TO WS-FIND-CUST
                               MOVE 'POLICY' TO WS-ADD-KIND
                               PERFORM ADD-WAIVER-PARA
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KSDS
           END-IF.
       LOAD-CARD-HOLDERS-PARA.
           MOVE LOW-VALUES TO RL-KEY
           START RELMST KEY IS NOT LESS THAN RL-KEY
               INVALID KEY SET WS-REL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-REL-EOF
               READ RELMST NEXT RECORD
                   AT END SET WS-REL-EOF TO TRUE
                   NOT AT END
                       IF RL-TYPE-CARD AND RL-OPEN
                           MOVE RL-CUST TO WS-FIND-CUST
                           MOVE 'CARD' TO WS-ADD-KIND
                           PERFORM ADD-WAIVER-PARA
                       END-IF
               END-READ
           END-PERFORM.
       ADD-WAIVER-PARA.
           PERFORM FIND-WAIVER-PARA
           IF WS-WV-FOUND
               CONTINUE
           ELSE
           IF WS-WV-CNT >= WS-WV-MAX
               SET WS-WV-OVFL TO TRUE
           ELSE
               ADD 1 TO WS-WV-CNT
               SET WS-WV-IDX TO WS-WV-CNT
               MOVE WS-FIND-CUST TO WS-WV-CUST(WS-WV-IDX)
               MOVE WS-ADD-KIND TO WS-WV-KIND(WS-WV-IDX)
           END-IF
           END-IF.
       FIND-WAIVER-PARA.
           MOVE 'N' TO WS-WV-SW
           SET WS-WV-IDX TO 1
           PERFORM UNTIL WS-WV-IDX > WS-WV-CNT OR WS-WV-FOUND
               IF WS-WV-CUST(WS-WV-IDX) = WS-FIND-CUST
                   SET WS-WV-FOUND TO TRUE
               ELSE
                   SET WS-WV-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    EVERY ACCOUNT IS DUE THE SERVICE FEE, AND THE LOW-BALANCE
      *    FEE AS WELL WHEN IT ENDS THE MONTH UNDER THE MINIMUM.  AN
      *    ACCOUNT OVER THE WAIVER THRESHOLD, OR OWNED BY A CUSTOMER
      *    WITH A POLICY OR CARD, IS WAIVED.  A FEE NEVER TAKES AN
      *    ACCOUNT BELOW ZERO: WHAT THE BALANCE CANNOT COVER IS
      *    WRITTEN OFF HERE RATHER THAN BOOKED AS INCOME NOBODY PAID.
       ASSESS-ACCOUNT-PARA.
           MOVE WS-SVC-FEE TO WS-A-SVC
           MOVE ZERO TO WS-A-LOW
           MOVE SPACES TO WS-A-WHY
           MOVE ZERO TO WS-A-CAP
           IF WS-ACCT-BAL < WS-MIN-BAL
               MOVE WS-LOW-FEE TO WS-A-LOW
           END-IF
           COMPUTE WS-A-FEE = WS-A-SVC + WS-A-LOW
           PERFORM FIND-ACCOUNT-CUST-PARA
           IF WS-A-FEE = ZERO
               CONTINUE
           ELSE
           IF WS-WAIVE-BAL > ZERO AND WS-ACCT-BAL NOT < WS-WAIVE-BAL
               MOVE 'BALANCE' TO WS-A-WHY
               ADD 1 TO WS-WV-BAL-CNT
               ADD WS-A-FEE TO WS-WV-BAL-AMT
           ELSE
           IF WS-A-CUST NOT = SPACES
               MOVE WS-A-CUST TO WS-FIND-CUST
               PERFORM FIND-WAIVER-PARA
               IF WS-WV-FOUND
                   MOVE WS-WV-KIND(WS-WV-IDX) TO WS-A-WHY
                   IF WS-A-WHY = 'POLICY'
                       ADD 1 TO WS-WV-POL-CNT
                       ADD WS-A-FEE TO WS-WV-POL-AMT
                   ELSE
                       ADD 1 TO WS-WV-CARD-CNT
                       ADD WS-A-FEE TO WS-WV-CARD-AMT
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           IF WS-A-FEE > ZERO AND WS-A-WHY = SPACES
               PERFORM CHARGE-ACCOUNT-PARA
           END-IF
           IF WS-A-FEE > ZERO
               PERFORM REPORT-ACCOUNT-PARA
           END-IF.
       FIND-ACCOUNT-CUST-PARA.
           MOVE SPACES TO WS-A-CUST
           IF WS-RELMST-OPEN
               MOVE 'DEP' TO RL-TYPE
               MOVE SPACES TO RL-ACCT
               MOVE WS-ACCT-NUM TO RL-ACCT(1:11)
               READ RELMST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RL-OPEN
                           MOVE RL-CUST TO WS-A-CUST
                       END-IF
               END-READ
           END-IF.
       CHARGE-ACCOUNT-PARA.
           IF WS-A-FEE > WS-ACCT-BAL
               IF WS-ACCT-BAL > ZERO
                   COMPUTE WS-A-CAP = WS-A-FEE - WS-ACCT-BAL
               ELSE
                   MOVE WS-A-FEE TO WS-A-CAP
               END-IF
               ADD 1 TO WS-CAP-CNT
               ADD WS-A-CAP TO WS-CAP-AMT
               MOVE 'NO FUNDS' TO WS-A-WHY
               IF WS-A-CAP > WS-A-LOW
                   COMPUTE WS-A-SVC = WS-A-SVC - WS-A-CAP + WS-A-LOW
                   MOVE ZERO TO WS-A-LOW
               ELSE
                   SUBTRACT WS-A-CAP FROM WS-A-LOW
               END-IF
           END-IF
           IF WS-A-SVC + WS-A-LOW > ZERO
               MOVE SPACES TO FTP
               MOVE WS-ACCT-NUM TO FT-ACCT
               COMPUTE FT-AMT = WS-A-SVC + WS-A-LOW
               MOVE 'D' TO FT-DC
               WRITE FTP
               ADD 1 TO WS-FT-CNT
               ADD FT-AMT TO WS-FT-HASH
               ADD 1 TO WS-CHARGED-CNT
               ADD WS-A-SVC TO WS-SVC-TOTAL
               ADD WS-A-LOW TO WS-LOW-TOTAL
               ADD FT-AMT TO WS-FEE-TOTAL
               IF WS-A-LOW > ZERO
                   ADD 1 TO WS-LOW-CNT
               END-IF
           END-IF.
       REPORT-HEADING-PARA.
           MOVE SPACES TO WS-WORK-LINE
           STRING 'DEPOSIT ACCOUNT FEES FOR MONTH ' DELIMITED BY SIZE
                  WS-FEE-MONTH DELIMITED BY SIZE
                  '   SCHEDULE OF ' DELIMITED BY SIZE
                  WS-SCHD-EFF DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE 'ACCOUNT            BALANCE   SERVICE  LOW BAL  WAIVED'
               TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
      *    EVERY ACCOUNT THAT WAS DUE A FEE IS LISTED, CHARGED OR
      *    NOT, SO THE WAIVERS CAN BE REVIEWED ALONGSIDE THE INCOME.
       REPORT-ACCOUNT-PARA.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ACCT-NUM TO WS-WORK-LINE(1:11)
           MOVE WS-ACCT-BAL TO WS-BAL-ED
           MOVE WS-BAL-ED TO WS-WORK-LINE(13:15)
           IF WS-A-WHY = SPACES OR WS-A-WHY = 'NO FUNDS'
               MOVE WS-A-SVC TO WS-FEE-ED
               MOVE WS-FEE-ED TO WS-WORK-LINE(28:9)
               MOVE WS-A-LOW TO WS-FEE-ED
               MOVE WS-FEE-ED TO WS-WORK-LINE(37:9)
           END-IF
           MOVE WS-A-WHY TO WS-WORK-LINE(48:8)
           PERFORM WRITE-LINE-PARA.
       REPORT-TOTALS-PARA.
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE 'FEE INCOME FOR THE GENERAL LEDGER' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SVC-TOTAL TO WS-AMT-ED
           STRING '4400 SERVICE FEE INCOME    ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-LOW-TOTAL TO WS-AMT-ED
           STRING '4410 LOW BALANCE FEES      ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FEE-TOTAL TO WS-AMT-ED
           STRING '2200 CUSTOMER DEPOSITS DR  ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE 'FEES NOT CHARGED' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-WV-POL-CNT TO WS-CNT-ED
           MOVE WS-WV-POL-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'POLICY HOLDERS   ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-WV-CARD-CNT TO WS-CNT-ED
           MOVE WS-WV-CARD-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'CARD HOLDERS     ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-WV-BAL-CNT TO WS-CNT-ED
           MOVE WS-WV-BAL-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'OVER THRESHOLD   ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-CAP-CNT TO WS-CNT-ED
           MOVE WS-CAP-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'NO FUNDS         ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO PRT-LINE
           WRITE PRT-LINE.
      *    THE FEES COME OUT OF CUSTOMER DEPOSITS AND ARE CREDITED TO
      *    INCOME BY FEE TYPE.  GLEXTR CARRIES THE JOURNAL INTO THE
      *    LEDGER ON THE DAY IT IS WRITTEN.
       WRITE-FEEJRNL-PARA.
           OPEN OUTPUT FEEJRNL
           MOVE WS-HDR-IMAGE TO FJP
           WRITE FJP
           IF WS-FEE-TOTAL > ZERO
               MOVE SPACES TO FJP
               MOVE WS-BUS-DATE TO FJ-DATE
               MOVE '2200' TO FJ-ACCT
               MOVE 'CUSTOMER DEPOSITS' TO FJ-DESC
               MOVE WS-FEE-TOTAL TO FJ-DR
               MOVE ZERO TO FJ-CR
               WRITE FJP
               ADD 1 TO WS-JRNL-CNT
               ADD WS-FEE-TOTAL TO WS-JRNL-HASH
               IF WS-SVC-TOTAL > ZERO
                   MOVE SPACES TO FJP
                   MOVE WS-BUS-DATE TO FJ-DATE
                   MOVE '4400' TO FJ-ACCT
                   MOVE 'SERVICE FEE INCOME' TO FJ-DESC
                   MOVE ZERO TO FJ-DR
                   MOVE WS-SVC-TOTAL TO FJ-CR
                   WRITE FJP
                   ADD 1 TO WS-JRNL-CNT
               END-IF
               IF WS-LOW-TOTAL > ZERO
                   MOVE SPACES TO FJP
                   MOVE WS-BUS-DATE TO FJ-DATE
                   MOVE '4410' TO FJ-ACCT
                   MOVE 'LOW BALANCE FEES' TO FJ-DESC
                   MOVE ZERO TO FJ-DR
                   MOVE WS-LOW-TOTAL TO FJ-CR
                   WRITE FJP
                   ADD 1 TO WS-JRNL-CNT
               END-IF
           END-IF
           MOVE WS-JRNL-CNT TO WS-ET-CNT
           MOVE WS-JRNL-HASH TO WS-ET-HASH
           MOVE WS-EXPECT-TRL TO FJP
           WRITE FJP
           CLOSE FEEJRNL.
       WRITE-BALANCE-PARA.
           OPEN EXTEND BALANCE
           IF WS-BALANCE-STATUS = '35'
               OPEN OUTPUT BALANCE
           END-IF
           MOVE SPACES TO BLP
           MOVE 'DEPFEE' TO BL-STEP
           MOVE WS-BUS-DATE(3:6) TO BL-DATE
           MOVE WS-READ-CNT TO BL-READ
           MOVE WS-CHARGED-CNT TO BL-ACCEPT
           COMPUTE BL-REJECT = WS-READ-CNT - WS-CHARGED-CNT
           MOVE WS-SVC-TOTAL TO BL-AMT
           MOVE WS-LOW-TOTAL TO BL-AMT2
           WRITE BLP
           CLOSE BALANCE.
       WRITE-FEECTL-PARA.
           OPEN OUTPUT FEECTL
           MOVE WS-FEE-MONTH TO FC-MONTH
           WRITE FCP
           CLOSE FEECTL.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== DEPOSIT FEE CONTROL TOTALS ====='.
           DISPLAY 'FEE MONTH          : ' WS-FEE-MONTH.
           DISPLAY 'ACCOUNTS READ      : ' WS-READ-CNT.
           DISPLAY 'ACCOUNTS CHARGED   : ' WS-CHARGED-CNT.
           DISPLAY 'LOW BALANCE FEES   : ' WS-LOW-CNT.
           DISPLAY 'WAIVED - POLICY    : ' WS-WV-POL-CNT.
           DISPLAY 'WAIVED - CARD      : ' WS-WV-CARD-CNT.
           DISPLAY 'WAIVED - BALANCE   : ' WS-WV-BAL-CNT.
           DISPLAY 'CAPPED - NO FUNDS  : ' WS-CAP-CNT.
           DISPLAY 'SERVICE FEE INCOME : ' WS-SVC-TOTAL.
           DISPLAY 'LOW BALANCE INCOME : ' WS-LOW-TOTAL.
           DISPLAY 'TOTAL FEES CHARGED : ' WS-FEE-TOTAL.
