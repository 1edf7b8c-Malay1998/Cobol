       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION
           ASSIGN TO DYNAMIC WS-TRANSACTION-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT APDEBIT
           ASSIGN TO DYNAMIC WS-APDEBIT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APDEBIT-STATUS.
           SELECT AMLHIST
           ASSIGN TO DYNAMIC WS-AMLHIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMLHIST-STATUS.
           SELECT AMLHNEW
           ASSIGN TO DYNAMIC WS-AMLHNEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DORMREG
           ASSIGN TO DYNAMIC WS-DORMREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DORMREG-STATUS.
           SELECT AMLCASE
           ASSIGN TO DYNAMIC WS-AMLCASE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMLCASE-STATUS.
           SELECT AMLRPT
           ASSIGN TO DYNAMIC WS-AMLRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELMST
           ASSIGN TO DYNAMIC WS-RELMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           ALTERNATE RECORD KEY IS RL-CUST WITH DUPLICATES
           FILE STATUS IS WS-RELMST-STATUS.
           SELECT CUSTMST
           ASSIGN TO DYNAMIC WS-CUSTMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-CUST
           FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION.
       01 TRN.
           02 TR-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 TR-AMT PIC 9(7)V99.
           02 FILLER PIC X.
           02 TR-DC PIC X(1).
       01 TR-CTL PIC X(28).
       FD APDEBIT.
       01 ADP.
           02 AD-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 AD-AMT PIC 9(7)V99.
           02 FILLER PIC X.
           02 AD-DC PIC X(1).
       01 AD-CTL PIC X(28).
       FD AMLHIST.
       01 AHP.
           02 AH-ACCT PIC 9(11).
           02 PIC X.
           02 AH-DATE PIC 9(8).
           02 PIC X.
           02 AH-AMT PIC 9(7)V99.
           02 PIC X.
           02 AH-DC PIC X(1).
       FD AMLHNEW.
       01 HNP.
           02 HN-ACCT PIC 9(11).
           02 PIC X.
           02 HN-DATE PIC 9(8).
           02 PIC X.
           02 HN-AMT PIC 9(7)V99.
           02 PIC X.
           02 HN-DC PIC X(1).
       FD DORMREG.
       01 DRP.
           02 DR-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 DR-LAST PIC 9(6).
           02 FILLER PIC X.
           02 DR-CYCLES PIC 9(3).
           02 FILLER PIC X.
           02 DR-BAL PIC 9(9).9(2).
       FD AMLCASE.
           COPY AMLCASE.
       FD AMLRPT.
       01 ARP.
           02 RP-ACCT PIC 9(11).
           02 PIC X.
           02 RP-CUST PIC X(6).
           02 PIC X.
           02 RP-NAME PIC X(25).
           02 PIC X.
           02 RP-DC PIC X(1).
           02 PIC X.
           02 RP-AMT PIC 9(7).9(2).
           02 PIC X.
           02 RP-CASE PIC X(12).
       FD RELMST.
           COPY RELREC.
       FD CUSTMST.
           COPY CUSTREC.
       FD NAMADDR.
           COPY NAMEREC.
       SD WORK.
       01 SW-REC.
           02 SW-ACCT PIC 9(11).
           02 SW-DATE PIC 9(8).
           02 SW-AMT PIC 9(7)V99.
           02 SW-DC PIC X(1).
           02 SW-SRC PIC X(1).
               88 SW-TODAY VALUE 'T'.
       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\TRANSACTION.PAT'.
       01 WS-TRANSACTION-DSN PIC X(100).
       01 WS-APDEBIT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\APDEBIT.PAT'.
       01 WS-APDEBIT-DSN PIC X(100).
       01 WS-AMLHIST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AMLHIST.PAT'.
       01 WS-AMLHIST-DSN PIC X(100).
       01 WS-AMLHNEW-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AMLHNEW.PAT'.
       01 WS-AMLHNEW-DSN PIC X(100).
       01 WS-DORMREG-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DORMREG.PAT'.
       01 WS-DORMREG-DSN PIC X(100).
       01 WS-AMLCASE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AMLCASE.PAT'.
       01 WS-AMLCASE-DSN PIC X(100).
       01 WS-AMLRPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AMLRPT.PAT'.
       01 WS-AMLRPT-DSN PIC X(100).
       01 WS-RELMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RELMST.PAT'.
       01 WS-RELMST-DSN PIC X(100).
       01 WS-CUSTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSTMST.PAT'.
       01 WS-CUSTMST-DSN PIC X(100).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-WORK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AMLWORK.PAT'.
       01 WS-WORK-DSN PIC X(100).
       01 WS-TRANSACTION-STATUS PIC X(2).
       01 WS-APDEBIT-STATUS PIC X(2).
       01 WS-AMLHIST-STATUS PIC X(2).
       01 WS-DORMREG-STATUS PIC X(2).
       01 WS-AMLCASE-STATUS PIC X(2).
       01 WS-RELMST-STATUS PIC X(2).
       01 WS-CUSTMST-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-RELMST-SW PIC X VALUE 'N'.
           88 WS-RELMST-OPEN VALUE 'Y'.
       01 WS-CUSTMST-SW PIC X VALUE 'N'.
           88 WS-CUSTMST-OPEN VALUE 'Y'.
       01 WS-NAMADDR-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-TRANS-EOF-SW PIC X VALUE 'N'.
           88 WS-TRANS-EOF VALUE 'Y'.
       01 WS-APD-EOF-SW PIC X VALUE 'N'.
           88 WS-APD-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SW PIC X VALUE 'N'.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-DORM-EOF-SW PIC X VALUE 'N'.
           88 WS-DORM-EOF VALUE 'Y'.
       01 WS-CASE-EOF-SW PIC X VALUE 'N'.
           88 WS-CASE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-FIRST-SW PIC X VALUE 'Y'.
           88 WS-FIRST-REC VALUE 'Y'.
           88 WS-FIRST-NO VALUE 'N'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-BUS-INT PIC 9(7) COMP.
       01 WS-FROM-INT PIC 9(7) COMP.
       01 WS-HIST-INT PIC 9(7) COMP.
       01 WS-LIMIT-X PIC X(7).
       01 WS-LIMIT PIC 9(7) VALUE 10000.
       01 WS-NEAR-PCT-X PIC X(3).
       01 WS-NEAR-PCT PIC 9(3) VALUE 80.
       01 WS-COUNT-X PIC X(2).
       01 WS-COUNT PIC 9(2) VALUE 3.
       01 WS-WINDOW-X PIC X(3).
       01 WS-WINDOW PIC 9(3) VALUE 10.
       01 WS-DORM-MIN-X PIC X(7).
       01 WS-DORM-MIN PIC 9(7) VALUE 5000.
       01 WS-OUT-PCT-X PIC X(3).
       01 WS-OUT-PCT PIC 9(3) VALUE 80.
       01 WS-NEAR-AMT PIC 9(7)V99.
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
       01 WS-CASE-ID.
           02 WS-CID-PFX PIC X(1).
           02 WS-CID-DATE PIC 9(8).
           02 WS-CID-SEQ PIC 9(3).
       01 WS-NEXT-SEQ PIC 9(4) COMP VALUE ZERO.
       01 WS-PREV-ACCT PIC 9(11).
       01 WS-A-CUST PIC X(6).
       01 WS-A-IN PIC 9(9)V99.
       01 WS-A-OUT PIC 9(9)V99.
       01 WS-A-ITEMS PIC 9(3) COMP.
       01 WS-A-NEAR-CNT PIC 9(3) COMP.
       01 WS-A-NEAR-AMT PIC 9(9)V99.
       01 WS-A-TODAY-SW PIC X.
           88 WS-A-TODAY VALUE 'Y'.
       01 WS-A-NEAR-TODAY-SW PIC X.
           88 WS-A-NEAR-TODAY VALUE 'Y'.
       01 WS-AL-RULE PIC X(4).
       01 WS-AL-ACCT PIC 9(11).
       01 WS-AL-CUST PIC X(6).
       01 WS-AL-AMT PIC 9(9)V99.
       01 WS-AL-CNT PIC 9(3).
       01 WS-AL-CASE PIC X(12).
       01 WS-CASE-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-CASE-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CASE-TABLE.
           02 WS-CT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CT-IDX.
               03 WS-CT-CASE PIC X(12).
               03 WS-CT-RULE PIC X(4).
               03 WS-CT-ACCT PIC 9(11).
               03 WS-CT-CUST PIC X(6).
               03 WS-CT-AMT PIC 9(9)V99.
               03 WS-CT-OPENED PIC 9(8).
               03 WS-CT-USED PIC X(1).
       01 WS-DORM-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-DORM-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DORM-TABLE.
           02 WS-DM-ACCT PIC 9(11) OCCURS 2000 TIMES
               INDEXED BY WS-DM-IDX.
       01 WS-CUST-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-CUST-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CUST-TABLE.
           02 WS-CU-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CU-IDX.
               03 WS-CU-CUST PIC X(6).
               03 WS-CU-NEAR-CNT PIC 9(3) COMP.
               03 WS-CU-NEAR-AMT PIC 9(9)V99.
               03 WS-CU-ACCTS PIC 9(3) COMP.
               03 WS-CU-TODAY PIC X(1).
       01 WS-FOUND-SW PIC X.
           88 WS-FOUND VALUE 'Y'.
       01 WS-TODAY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-HIST-IN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-EXPIRED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-HIST-OUT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ACCT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LARGE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-STRUCT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-STRUCT-CUST-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-DORMANT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ALERT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REVIEW-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OVERFLOW-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REPORT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REPORT-TOTAL PIC 9(13)V99 VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'AMLMON' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           PERFORM ACCEPT-LIMITS-PARA.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           COMPUTE WS-FROM-INT = WS-BUS-INT - WS-WINDOW + 1.
           COMPUTE WS-NEAR-AMT ROUNDED =
               WS-LIMIT * WS-NEAR-PCT / 100.
           OPEN INPUT TRANSACTION.
           IF WS-TRANSACTION-STATUS NOT = '00'
               DISPLAY 'AMLMON: UNABLE TO OPEN TRANSACTION FILE, '
                   'STATUS=' WS-TRANSACTION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-DORMANT-PARA.
           PERFORM LOAD-CASES-PARA.
           OPEN INPUT RELMST.
           IF WS-RELMST-STATUS = '00'
               SET WS-RELMST-OPEN TO TRUE
           END-IF.
           OPEN INPUT CUSTMST.
           IF WS-CUSTMST-STATUS = '00'
               SET WS-CUSTMST-OPEN TO TRUE
           END-IF.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS = '00'
               SET WS-NAMADDR-OPEN TO TRUE
           END-IF.
           OPEN EXTEND AMLCASE.
           IF WS-AMLCASE-STATUS = '35'
               OPEN OUTPUT AMLCASE
           END-IF.
           OPEN OUTPUT AMLHNEW.
           OPEN OUTPUT AMLRPT.
           MOVE 'AMLMON' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO ARP.
           WRITE ARP.
           DISPLAY '===== AML MONITORING ALERTS ====='
           SORT WORK ON ASCENDING KEY SW-ACCT
                     ON ASCENDING KEY SW-DATE
           INPUT PROCEDURE IS RELEASE-ACTIVITY-PARA
           OUTPUT PROCEDURE IS MONITOR-PARA.
           PERFORM CUSTOMER-SWEEP-PARA.
           MOVE WS-REPORT-CNT TO WS-ET-CNT.
           MOVE WS-REPORT-TOTAL TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO ARP.
           WRITE ARP.
           CLOSE AMLRPT.
           CLOSE AMLHNEW.
           CLOSE AMLCASE.
           IF WS-RELMST-OPEN
               CLOSE RELMST
           END-IF.
           IF WS-CUSTMST-OPEN
               CLOSE CUSTMST
           END-IF.
           IF WS-NAMADDR-OPEN
               CLOSE NAMADDR
           END-IF.
           IF WS-ALERT-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-TRANSACTION-DSN-DFLT TO WS-TRANSACTION-DSN
           ACCEPT WS-TRANSACTION-DSN FROM ENVIRONMENT 'TRANSACTION_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TRANSACTION-DSN = SPACES
               MOVE WS-TRANSACTION-DSN-DFLT TO WS-TRANSACTION-DSN
           END-IF
           MOVE WS-APDEBIT-DSN-DFLT TO WS-APDEBIT-DSN
           ACCEPT WS-APDEBIT-DSN FROM ENVIRONMENT 'APDEBIT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-APDEBIT-DSN = SPACES
               MOVE WS-APDEBIT-DSN-DFLT TO WS-APDEBIT-DSN
           END-IF
           MOVE WS-AMLHIST-DSN-DFLT TO WS-AMLHIST-DSN
           ACCEPT WS-AMLHIST-DSN FROM ENVIRONMENT 'AMLHIST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AMLHIST-DSN = SPACES
               MOVE WS-AMLHIST-DSN-DFLT TO WS-AMLHIST-DSN
           END-IF
           MOVE WS-AMLHNEW-DSN-DFLT TO WS-AMLHNEW-DSN
           ACCEPT WS-AMLHNEW-DSN FROM ENVIRONMENT 'AMLHNEW_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AMLHNEW-DSN = SPACES
               MOVE WS-AMLHNEW-DSN-DFLT TO WS-AMLHNEW-DSN
           END-IF
           MOVE WS-DORMREG-DSN-DFLT TO WS-DORMREG-DSN
           ACCEPT WS-DORMREG-DSN FROM ENVIRONMENT 'DORMREG_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DORMREG-DSN = SPACES
               MOVE WS-DORMREG-DSN-DFLT TO WS-DORMREG-DSN
           END-IF
           MOVE WS-AMLCASE-DSN-DFLT TO WS-AMLCASE-DSN
           ACCEPT WS-AMLCASE-DSN FROM ENVIRONMENT 'AMLCASE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AMLCASE-DSN = SPACES
               MOVE WS-AMLCASE-DSN-DFLT TO WS-AMLCASE-DSN
           END-IF
           MOVE WS-AMLRPT-DSN-DFLT TO WS-AMLRPT-DSN
           ACCEPT WS-AMLRPT-DSN FROM ENVIRONMENT 'AMLRPT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AMLRPT-DSN = SPACES
               MOVE WS-AMLRPT-DSN-DFLT TO WS-AMLRPT-DSN
           END-IF
           MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           ACCEPT WS-RELMST-DSN FROM ENVIRONMENT 'RELMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RELMST-DSN = SPACES
               MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           END-IF
           MOVE WS-CUSTMST-DSN-DFLT TO WS-CUSTMST-DSN
           ACCEPT WS-CUSTMST-DSN FROM ENVIRONMENT 'CUSTMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CUSTMST-DSN = SPACES
               MOVE WS-CUSTMST-DSN-DFLT TO WS-CUSTMST-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           ACCEPT WS-WORK-DSN FROM ENVIRONMENT 'WORK_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF.
      *    THE REPORTING THRESHOLD AND THE STRUCTURING AND DORMANCY
      *    TOLERANCES ARE SET BY COMPLIANCE, SO EACH ONE CAN BE
      *    OVERRIDDEN FROM THE RUN WITHOUT A PROGRAM CHANGE. A VALUE
      *    THAT IS NOT FULLY NUMERIC LEAVES THE DEFAULT IN PLACE.
       ACCEPT-LIMITS-PARA.
           MOVE SPACES TO WS-LIMIT-X
           ACCEPT WS-LIMIT-X FROM ENVIRONMENT 'AML_LIMIT'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LIMIT-X IS NUMERIC
               MOVE WS-LIMIT-X TO WS-LIMIT
           END-IF
           MOVE SPACES TO WS-NEAR-PCT-X
           ACCEPT WS-NEAR-PCT-X FROM ENVIRONMENT 'AML_NEAR_PCT'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NEAR-PCT-X IS NUMERIC
               MOVE WS-NEAR-PCT-X TO WS-NEAR-PCT
           END-IF
           MOVE SPACES TO WS-COUNT-X
           ACCEPT WS-COUNT-X FROM ENVIRONMENT 'AML_COUNT'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-COUNT-X IS NUMERIC
               MOVE WS-COUNT-X TO WS-COUNT
           END-IF
           MOVE SPACES TO WS-WINDOW-X
           ACCEPT WS-WINDOW-X FROM ENVIRONMENT 'AML_WINDOW'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WINDOW-X IS NUMERIC AND WS-WINDOW-X NOT = '000'
               MOVE WS-WINDOW-X TO WS-WINDOW
           END-IF
           MOVE SPACES TO WS-DORM-MIN-X
           ACCEPT WS-DORM-MIN-X FROM ENVIRONMENT 'AML_DORM_MIN'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DORM-MIN-X IS NUMERIC
               MOVE WS-DORM-MIN-X TO WS-DORM-MIN
           END-IF
           MOVE SPACES TO WS-OUT-PCT-X
           ACCEPT WS-OUT-PCT-X FROM ENVIRONMENT 'AML_OUT_PCT'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-OUT-PCT-X IS NUMERIC
               MOVE WS-OUT-PCT-X TO WS-OUT-PCT
           END-IF.
       LOAD-DORMANT-PARA.
           OPEN INPUT DORMREG
           IF WS-DORMREG-STATUS = '35'
               DISPLAY 'AMLMON: NO DORMANT REGISTER ON HAND, DORMANT '
                   'ACCOUNT RULE NOT APPLIED'
               SET WS-DORM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DORM-EOF
               READ DORMREG
                   AT END SET WS-DORM-EOF TO TRUE
                   NOT AT END
                       IF WS-DORM-CNT >= WS-DORM-MAX
                           DISPLAY 'AMLMON: DORMANT TABLE FULL, '
                               'ACCOUNT ' DR-ACCT ' NOT MONITORED'
                           ADD 1 TO WS-OVERFLOW-CNT
                       ELSE
                           ADD 1 TO WS-DORM-CNT
                           SET WS-DM-IDX TO WS-DORM-CNT
                           MOVE DR-ACCT TO WS-DM-ACCT(WS-DM-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DORMREG-STATUS NOT = '35'
               CLOSE DORMREG
           END-IF.
      *    CASES STILL OPEN OR BEING WORKED ARE HELD SO THE SAME
      *    PATTERN IS NOT RAISED AGAIN EVERY NIGHT IT STAYS INSIDE
      *    THE WINDOW, AND SO A RERUN OF THE SAME BUSINESS DAY DOES
      *    NOT DUPLICATE THE CASES THE FIRST RUN ALREADY OPENED.
       LOAD-CASES-PARA.
           OPEN INPUT AMLCASE
           IF WS-AMLCASE-STATUS = '35'
               DISPLAY 'AMLMON: NO CASE FILE ON HAND, STARTING FRESH'
               SET WS-CASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CASE-EOF
               READ AMLCASE
                   AT END SET WS-CASE-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-CASE-PARA
               END-READ
           END-PERFORM
           IF WS-AMLCASE-STATUS NOT = '35'
               CLOSE AMLCASE
           END-IF.
       LOAD-ONE-CASE-PARA.
           MOVE AC-CASE TO WS-CASE-ID
           IF WS-CID-DATE IS NUMERIC AND WS-CID-SEQ IS NUMERIC
               IF WS-CID-DATE = WS-BUS-DATE AND
                  WS-CID-SEQ > WS-NEXT-SEQ
                   MOVE WS-CID-SEQ TO WS-NEXT-SEQ
               END-IF
           END-IF
           IF NOT AC-CLOSED
               IF WS-CASE-CNT >= WS-CASE-MAX
                   DISPLAY 'AMLMON: CASE TABLE FULL, CASE ' AC-CASE
                       ' NOT CHECKED FOR REPEATS'
                   ADD 1 TO WS-OVERFLOW-CNT
               ELSE
                   ADD 1 TO WS-CASE-CNT
                   SET WS-CT-IDX TO WS-CASE-CNT
                   MOVE AC-CASE TO WS-CT-CASE(WS-CT-IDX)
                   MOVE AC-RULE TO WS-CT-RULE(WS-CT-IDX)
                   MOVE AC-ACCT TO WS-CT-ACCT(WS-CT-IDX)
                   MOVE AC-CUST TO WS-CT-CUST(WS-CT-IDX)
                   MOVE AC-AMT TO WS-CT-AMT(WS-CT-IDX)
                   MOVE AC-OPENED TO WS-CT-OPENED(WS-CT-IDX)
                   MOVE 'N' TO WS-CT-USED(WS-CT-IDX)
               END-IF
           END-IF.
      *    TODAY'S POSTINGS AND AUTOPAY DEBITS ARE SORTED TOGETHER
      *    WITH THE ROLLING HISTORY. HISTORY DATED ON OR AFTER THE
      *    BUSINESS DATE IS DROPPED SO A RERUN DOES NOT COUNT THE
      *    SAME DAY TWICE; HISTORY OLDER THAN THE WINDOW AGES OFF.
       RELEASE-ACTIVITY-PARA.
           PERFORM RELEASE-TRANSACTION-PARA
           PERFORM RELEASE-APDEBIT-PARA
           PERFORM RELEASE-HISTORY-PARA.
       RELEASE-TRANSACTION-PARA.
           PERFORM UNTIL WS-TRANS-EOF
               READ TRANSACTION
                   AT END SET WS-TRANS-EOF TO TRUE
                   NOT AT END
                       IF TR-CTL(1:3) = 'HDR' OR TR-CTL(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           MOVE TR-ACCT TO SW-ACCT
                           MOVE WS-BUS-DATE TO SW-DATE
                           MOVE TR-AMT TO SW-AMT
                           MOVE TR-DC TO SW-DC
                           MOVE 'T' TO SW-SRC
                           RELEASE SW-REC
                           ADD 1 TO WS-TODAY-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION.
       RELEASE-APDEBIT-PARA.
           OPEN INPUT APDEBIT
           IF WS-APDEBIT-STATUS = '35'
               SET WS-APD-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-APD-EOF
               READ APDEBIT
                   AT END SET WS-APD-EOF TO TRUE
                   NOT AT END
                       IF AD-CTL(1:3) = 'HDR' OR AD-CTL(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           MOVE AD-ACCT TO SW-ACCT
                           MOVE WS-BUS-DATE TO SW-DATE
                           MOVE AD-AMT TO SW-AMT
                           MOVE AD-DC TO SW-DC
                           MOVE 'T' TO SW-SRC
                           RELEASE SW-REC
                           ADD 1 TO WS-TODAY-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APDEBIT-STATUS NOT = '35'
               CLOSE APDEBIT
           END-IF.
       RELEASE-HISTORY-PARA.
           OPEN INPUT AMLHIST
           IF WS-AMLHIST-STATUS = '35'
               DISPLAY 'AMLMON: NO ACTIVITY HISTORY ON HAND, STARTING '
                   'FRESH'
               SET WS-HIST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ AMLHIST
                   AT END SET WS-HIST-EOF TO TRUE
                   NOT AT END PERFORM RELEASE-ONE-HISTORY-PARA
               END-READ
           END-PERFORM
           IF WS-AMLHIST-STATUS NOT = '35'
               CLOSE AMLHIST
           END-IF.
       RELEASE-ONE-HISTORY-PARA.
           IF AH-DATE IS NUMERIC AND AH-DATE < WS-BUS-DATE
               COMPUTE WS-HIST-INT = FUNCTION INTEGER-OF-DATE(AH-DATE)
           ELSE
               MOVE ZERO TO WS-HIST-INT
           END-IF
           IF WS-HIST-INT >= WS-FROM-INT
               MOVE AH-ACCT TO SW-ACCT
               MOVE AH-DATE TO SW-DATE
               MOVE AH-AMT TO SW-AMT
               MOVE AH-DC TO SW-DC
               MOVE 'H' TO SW-SRC
               RELEASE SW-REC
               ADD 1 TO WS-HIST-IN-CNT
           ELSE
               ADD 1 TO WS-EXPIRED-CNT
           END-IF.
       MONITOR-PARA.
           PERFORM UNTIL WS-SORT-EOF
               RETURN WORK
                   AT END SET WS-SORT-EOF TO TRUE
                   NOT AT END PERFORM MONITOR-DETAIL-PARA
               END-RETURN
           END-PERFORM
           IF WS-FIRST-NO
               PERFORM ACCOUNT-END-PARA
           END-IF.
       MONITOR-DETAIL-PARA.
           IF WS-FIRST-NO AND SW-ACCT NOT = WS-PREV-ACCT
               PERFORM ACCOUNT-END-PARA
           END-IF
           IF WS-FIRST-REC OR SW-ACCT NOT = WS-PREV-ACCT
               PERFORM ACCOUNT-START-PARA
           END-IF
           SET WS-FIRST-NO TO TRUE
           MOVE SW-ACCT TO WS-PREV-ACCT
           MOVE SPACES TO HNP
           MOVE SW-ACCT TO HN-ACCT
           MOVE SW-DATE TO HN-DATE
           MOVE SW-AMT TO HN-AMT
           MOVE SW-DC TO HN-DC
           WRITE HNP
           ADD 1 TO WS-HIST-OUT-CNT
           ADD 1 TO WS-A-ITEMS
           IF SW-DC = 'D'
               ADD SW-AMT TO WS-A-OUT
           ELSE
               ADD SW-AMT TO WS-A-IN
           END-IF
           IF SW-TODAY
               SET WS-A-TODAY TO TRUE
           END-IF
           IF SW-AMT >= WS-NEAR-AMT AND SW-AMT NOT > WS-LIMIT
               ADD 1 TO WS-A-NEAR-CNT
               ADD SW-AMT TO WS-A-NEAR-AMT
               IF SW-TODAY
                   SET WS-A-NEAR-TODAY TO TRUE
               END-IF
           END-IF
           IF SW-TODAY AND SW-AMT > WS-LIMIT
               PERFORM LARGE-ITEM-PARA
           END-IF.
       ACCOUNT-START-PARA.
           ADD 1 TO WS-ACCT-CNT
           MOVE ZERO TO WS-A-IN
           MOVE ZERO TO WS-A-OUT
           MOVE ZERO TO WS-A-ITEMS
           MOVE ZERO TO WS-A-NEAR-CNT
           MOVE ZERO TO WS-A-NEAR-AMT
           MOVE 'N' TO WS-A-TODAY-SW
           MOVE 'N' TO WS-A-NEAR-TODAY-SW
           MOVE SPACES TO WS-A-CUST
           IF WS-RELMST-OPEN
               MOVE 'DEP' TO RL-TYPE
               MOVE SPACES TO RL-ACCT
               MOVE SW-ACCT TO RL-ACCT(1:11)
               READ RELMST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE RL-CUST TO WS-A-CUST
               END-READ
           END-IF.
      *    AN ACCOUNT IS ONLY RAISED WHEN TODAY'S ACTIVITY TAKES PART
      *    IN THE PATTERN, SO A PATTERN ALREADY ALERTED IS NOT RAISED
      *    AGAIN ON THE QUIET DAYS BEFORE IT AGES OUT OF THE WINDOW.
       ACCOUNT-END-PARA.
           IF WS-A-NEAR-CNT >= WS-COUNT AND WS-A-NEAR-TODAY
               MOVE 'STRA' TO WS-AL-RULE
               MOVE WS-PREV-ACCT TO WS-AL-ACCT
               MOVE WS-A-CUST TO WS-AL-CUST
               MOVE WS-A-NEAR-AMT TO WS-AL-AMT
               MOVE WS-A-NEAR-CNT TO WS-AL-CNT
               PERFORM RAISE-ALERT-PARA
           END-IF
           IF WS-A-CUST NOT = SPACES AND WS-A-NEAR-CNT > ZERO
               PERFORM ADD-CUSTOMER-PARA
           END-IF
           IF WS-A-TODAY AND WS-A-IN >= WS-DORM-MIN AND
              WS-A-OUT * 100 >= WS-A-IN * WS-OUT-PCT
               PERFORM FIND-DORMANT-PARA
               IF WS-FOUND
                   MOVE 'DORM' TO WS-AL-RULE
                   MOVE WS-PREV-ACCT TO WS-AL-ACCT
                   MOVE WS-A-CUST TO WS-AL-CUST
                   MOVE WS-A-OUT TO WS-AL-AMT
                   MOVE WS-A-ITEMS TO WS-AL-CNT
                   PERFORM RAISE-ALERT-PARA
               END-IF
           END-IF.
       FIND-DORMANT-PARA.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-DM-IDX TO 1
           PERFORM UNTIL WS-DM-IDX > WS-DORM-CNT OR WS-FOUND
               IF WS-DM-ACCT(WS-DM-IDX) = WS-PREV-ACCT
                   SET WS-FOUND TO TRUE
               ELSE
                   SET WS-DM-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    NEAR-THRESHOLD ITEMS ARE ALSO GATHERED BY CUSTOMER ACROSS
      *    ALL OF THE CUSTOMER'S DEPOSIT ACCOUNTS, TO CATCH CASH
      *    SPLIT BETWEEN ACCOUNTS TO STAY UNDER THE PER-ACCOUNT COUNT.
       ADD-CUSTOMER-PARA.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CU-IDX TO 1
           PERFORM UNTIL WS-CU-IDX > WS-CUST-CNT OR WS-FOUND
               IF WS-CU-CUST(WS-CU-IDX) = WS-A-CUST
                   SET WS-FOUND TO TRUE
               ELSE
                   SET WS-CU-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-CUST-CNT >= WS-CUST-MAX
                   DISPLAY 'AMLMON: CUSTOMER TABLE FULL, CUSTOMER '
                       WS-A-CUST ' NOT MONITORED ACROSS ACCOUNTS'
                   ADD 1 TO WS-OVERFLOW-CNT
               ELSE
                   ADD 1 TO WS-CUST-CNT
                   SET WS-CU-IDX TO WS-CUST-CNT
                   MOVE WS-A-CUST TO WS-CU-CUST(WS-CU-IDX)
                   MOVE ZERO TO WS-CU-NEAR-CNT(WS-CU-IDX)
                   MOVE ZERO TO WS-CU-NEAR-AMT(WS-CU-IDX)
                   MOVE ZERO TO WS-CU-ACCTS(WS-CU-IDX)
                   MOVE 'N' TO WS-CU-TODAY(WS-CU-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-FOUND
               ADD WS-A-NEAR-CNT TO WS-CU-NEAR-CNT(WS-CU-IDX)
               ADD WS-A-NEAR-AMT TO WS-CU-NEAR-AMT(WS-CU-IDX)
               ADD 1 TO WS-CU-ACCTS(WS-CU-IDX)
               IF WS-A-NEAR-TODAY
                   MOVE 'Y' TO WS-CU-TODAY(WS-CU-IDX)
               END-IF
           END-IF.
       CUSTOMER-SWEEP-PARA.
           SET WS-CU-IDX TO 1
           PERFORM UNTIL WS-CU-IDX > WS-CUST-CNT
               IF WS-CU-NEAR-CNT(WS-CU-IDX) >= WS-COUNT AND
                  WS-CU-ACCTS(WS-CU-IDX) > 1 AND
                  WS-CU-TODAY(WS-CU-IDX) = 'Y'
                   MOVE 'STRC' TO WS-AL-RULE
                   MOVE ZERO TO WS-AL-ACCT
                   MOVE WS-CU-CUST(WS-CU-IDX) TO WS-AL-CUST
                   MOVE WS-CU-NEAR-AMT(WS-CU-IDX) TO WS-AL-AMT
                   MOVE WS-CU-NEAR-CNT(WS-CU-IDX) TO WS-AL-CNT
                   PERFORM RAISE-ALERT-PARA
               END-IF
               SET WS-CU-IDX UP BY 1
           END-PERFORM.
      *    EVERY ITEM OVER THE THRESHOLD GOES ON THE REGULATORY
      *    REPORT ON EACH RUN; ONLY THE CASE IS KEPT FROM REPEATING.
       LARGE-ITEM-PARA.
           MOVE 'LRGE' TO WS-AL-RULE
           MOVE SW-ACCT TO WS-AL-ACCT
           MOVE WS-A-CUST TO WS-AL-CUST
           MOVE SW-AMT TO WS-AL-AMT
           MOVE 1 TO WS-AL-CNT
           PERFORM RAISE-ALERT-PARA
           MOVE SPACES TO ARP
           MOVE SW-ACCT TO RP-ACCT
           MOVE WS-A-CUST TO RP-CUST
           PERFORM LOOKUP-NAME-PARA
           MOVE SW-DC TO RP-DC
           MOVE SW-AMT TO RP-AMT
           MOVE WS-AL-CASE TO RP-CASE
           WRITE ARP
           ADD 1 TO WS-REPORT-CNT
           ADD SW-AMT TO WS-REPORT-TOTAL.
       LOOKUP-NAME-PARA.
           MOVE SPACES TO RP-NAME
           IF WS-CUSTMST-OPEN AND WS-A-CUST NOT = SPACES
               MOVE WS-A-CUST TO C-CUST
               READ CUSTMST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE C-NAME TO RP-NAME
               END-READ
           END-IF
           IF WS-NAMADDR-OPEN AND RP-NAME = SPACES
               MOVE SPACES TO NA-KEY
               MOVE SW-ACCT TO NA-KEY(1:11)
               READ NAMADDR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE NA-NAME TO RP-NAME
               END-READ
           END-IF.
       RAISE-ALERT-PARA.
           PERFORM FIND-OPEN-CASE-PARA
           IF WS-FOUND
               MOVE WS-CT-CASE(WS-CT-IDX) TO WS-AL-CASE
               MOVE 'Y' TO WS-CT-USED(WS-CT-IDX)
               ADD 1 TO WS-REVIEW-CNT
               DISPLAY 'AMLMON: ' WS-AL-RULE ' ACCOUNT ' WS-AL-ACCT
                   ' CUSTOMER ' WS-AL-CUST ' ALREADY UNDER REVIEW '
                   WS-AL-CASE
           ELSE
           IF WS-NEXT-SEQ >= 999
               MOVE SPACES TO WS-AL-CASE
               ADD 1 TO WS-OVERFLOW-CNT
               DISPLAY 'AMLMON: CASE NUMBERS EXHAUSTED FOR '
                   WS-BUS-DATE ', ' WS-AL-RULE ' ACCOUNT ' WS-AL-ACCT
                   ' NOT RAISED'
           ELSE
               PERFORM WRITE-CASE-PARA
           END-IF
           END-IF.
       FIND-OPEN-CASE-PARA.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > WS-CASE-CNT OR WS-FOUND
               IF WS-CT-RULE(WS-CT-IDX) = WS-AL-RULE AND
                  WS-CT-ACCT(WS-CT-IDX) = WS-AL-ACCT AND
                  WS-CT-CUST(WS-CT-IDX) = WS-AL-CUST AND
                  WS-CT-USED(WS-CT-IDX) = 'N' AND
                  (WS-AL-RULE NOT = 'LRGE' OR
                   (WS-CT-AMT(WS-CT-IDX) = WS-AL-AMT AND
                    WS-CT-OPENED(WS-CT-IDX) = WS-BUS-DATE))
                   SET WS-FOUND TO TRUE
               ELSE
                   SET WS-CT-IDX UP BY 1
               END-IF
           END-PERFORM.
       WRITE-CASE-PARA.
           ADD 1 TO WS-NEXT-SEQ
           MOVE 'A' TO WS-CID-PFX
           MOVE WS-BUS-DATE TO WS-CID-DATE
           MOVE WS-NEXT-SEQ TO WS-CID-SEQ
           MOVE WS-CASE-ID TO WS-AL-CASE
           MOVE SPACES TO ACP
           MOVE WS-CASE-ID TO AC-CASE
           MOVE WS-AL-RULE TO AC-RULE
           MOVE WS-AL-ACCT TO AC-ACCT
           MOVE WS-AL-CUST TO AC-CUST
           MOVE WS-AL-AMT TO AC-AMT
           MOVE WS-AL-CNT TO AC-TXN-CNT
           MOVE WS-BUS-DATE TO AC-OPENED
           MOVE 'OPEN' TO AC-STATUS
           MOVE ZERO TO AC-DISP-DATE
           WRITE ACP
           ADD 1 TO WS-ALERT-CNT
           EVALUATE TRUE
               WHEN AC-RULE-LARGE
                   ADD 1 TO WS-LARGE-CNT
               WHEN AC-RULE-STRUCT
                   ADD 1 TO WS-STRUCT-CNT
               WHEN AC-RULE-STRUCT-CUST
                   ADD 1 TO WS-STRUCT-CUST-CNT
               WHEN AC-RULE-DORMANT
                   ADD 1 TO WS-DORMANT-CNT
           END-EVALUATE
           DISPLAY 'AMLMON: ' WS-AL-RULE ' ACCOUNT ' WS-AL-ACCT
               ' CUSTOMER ' WS-AL-CUST ' AMOUNT ' WS-AL-AMT
               ' CASE ' WS-AL-CASE.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== AML MONITORING CONTROL TOTALS ====='.
           DISPLAY 'REPORTING THRESHOLD : ' WS-LIMIT.
           DISPLAY 'NEAR-THRESHOLD FROM : ' WS-NEAR-AMT.
           DISPLAY 'WINDOW IN DAYS      : ' WS-WINDOW.
           DISPLAY 'TODAY ITEMS READ    : ' WS-TODAY-CNT.
           DISPLAY 'HISTORY ITEMS KEPT  : ' WS-HIST-IN-CNT.
           DISPLAY 'HISTORY AGED OFF    : ' WS-EXPIRED-CNT.
           DISPLAY 'HISTORY WRITTEN     : ' WS-HIST-OUT-CNT.
           DISPLAY 'ACCOUNTS MONITORED  : ' WS-ACCT-CNT.
           DISPLAY 'LARGE ITEM CASES    : ' WS-LARGE-CNT.
           DISPLAY 'STRUCTURING CASES   : ' WS-STRUCT-CNT.
           DISPLAY 'CROSS-ACCOUNT CASES : ' WS-STRUCT-CUST-CNT.
           DISPLAY 'DORMANT IN/OUT CASES: ' WS-DORMANT-CNT.
           DISPLAY 'ALREADY UNDER REVIEW: ' WS-REVIEW-CNT.
           DISPLAY 'ITEMS REPORTED      : ' WS-REPORT-CNT.
           DISPLAY 'AMOUNT REPORTED     : ' WS-REPORT-TOTAL.
           DISPLAY 'NOT MONITORED       : ' WS-OVERFLOW-CNT.
           IF WS-OVERFLOW-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
