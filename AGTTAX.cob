       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTTAX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGTYTD
           ASSIGN TO DYNAMIC WS-AGTYTD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGTYTD-STATUS.
           SELECT AGTMST
           ASSIGN TO DYNAMIC WS-AGTMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-AGENT
           FILE STATUS IS WS-AGTMST-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT AGTTXREG
           ASSIGN TO DYNAMIC WS-AGTTXREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGTTXREG-STATUS.
           SELECT AGTTXPRT
           ASSIGN TO DYNAMIC WS-AGTTXPRT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGTTXPRT-STATUS.
           SELECT AGTTXFIL
           ASSIGN TO DYNAMIC WS-AGTTXFIL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGTTXFIL-STATUS.
           SELECT MAILPC
           ASSIGN TO DYNAMIC WS-MAILPC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILPC-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
       FILE SECTION.
       FD AGTYTD.
           COPY AGTYTD.
       FD AGTMST.
           COPY AGTREC.
       FD NAMADDR.
           COPY NAMEREC.
       FD AGTTXREG.
           COPY AGTTXREG.
       FD AGTTXPRT.
       01 PRT-LINE PIC X(80).
       FD AGTTXFIL.
       01 TFP.
           02 TF-TYPE PIC X(1).
           02 PIC X.
           02 TF-KIND PIC X(1).
               88 TF-ORIGINAL VALUE 'O'.
               88 TF-CORRECTED VALUE 'C'.
           02 PIC X.
           02 TF-YEAR PIC 9(4).
           02 PIC X.
           02 TF-AGENT PIC X(4).
           02 PIC X.
           02 TF-TAX-ID PIC X(11).
           02 PIC X.
           02 TF-NAME PIC X(25).
           02 PIC X.
           02 TF-ADDR1 PIC X(25).
           02 PIC X.
           02 TF-ADDR2 PIC X(25).
           02 PIC X.
           02 TF-AMT PIC 9(9).9(2).
           02 PIC X.
           02 TF-PRIOR PIC 9(9).9(2).
       FD MAILPC.
           COPY MAILPC.
       SD WORK.
       01 WORKP.
           02 W-AGENT PIC X(4).
           02 W-MONTH PIC 9(4).
           02 W-SEQ PIC 9(7).
           02 W-GROSS PIC 9(8)V9(2).
           02 W-PAID PIC 9(8)V9(2).
       WORKING-STORAGE SECTION.
       01 WS-AGTYTD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTYTD.PAT'.
       01 WS-AGTYTD-DSN PIC X(100).
       01 WS-AGTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTMST.PAT'.
       01 WS-AGTMST-DSN PIC X(100).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-AGTTXREG-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTTXREG.PAT'.
       01 WS-AGTTXREG-DSN PIC X(100).
       01 WS-AGTTXPRT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTTXPRT.PAT'.
       01 WS-AGTTXPRT-DSN PIC X(100).
       01 WS-AGTTXFIL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTTXFIL.PAT'.
       01 WS-AGTTXFIL-DSN PIC X(100).
       01 WS-MAILPC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILPC.PAT'.
       01 WS-MAILPC-DSN PIC X(100).
       01 WS-WORK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ATXWORK.PAT'.
       01 WS-WORK-DSN PIC X(100).
       01 WS-AGTYTD-STATUS PIC X(2).
       01 WS-AGTMST-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-AGTTXREG-STATUS PIC X(2).
       01 WS-AGTTXPRT-STATUS PIC X(2).
       01 WS-AGTTXFIL-STATUS PIC X(2).
       01 WS-MAILPC-STATUS PIC X(2).
       01 WS-YTD-EOF-SW PIC X VALUE 'N'.
           88 WS-YTD-EOF VALUE 'Y'.
       01 WS-REG-EOF-SW PIC X VALUE 'N'.
           88 WS-REG-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-AGTMST-SW PIC X VALUE 'N'.
           88 WS-AGTMST-OPEN VALUE 'Y'.
       01 WS-NAMADDR-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-FIRST-SW PIC X VALUE 'Y'.
           88 WS-FIRST-REC VALUE 'Y'.
           88 WS-FIRST-NO VALUE 'N'.
       01 WS-REG-SW PIC X.
           88 WS-REG-FOUND VALUE 'Y'.
       01 WS-REPORT-SW PIC X.
           88 WS-REPORTABLE VALUE 'Y'.
       01 WS-FILE-SW PIC X.
           88 WS-FILE-IT VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
      *    THE TAX YEAR IS THE BUSINESS DATE'S YEAR UNLESS AGTTAX_YEAR
      *    (YY) NAMES ANOTHER, WHICH IS HOW A YEAR ALREADY ISSUED IS
      *    RUN AGAIN TO SEND CORRECTED STATEMENTS.
       01 WS-YEAR-X PIC X(2).
       01 WS-TAX-YEAR PIC 9(2).
      *    THE REPORTING THRESHOLD IS SET BY THE TAX AUTHORITY IN
      *    WHOLE CURRENCY UNITS; AGTTAX_THRESH (SEVEN DIGITS)
      *    OVERRIDES IT WITHOUT A PROGRAM CHANGE.
       01 WS-THRESH-X PIC X(7).
       01 WS-THRESHOLD PIC 9(7) VALUE 600.
      *    ISSUED-STATEMENT REGISTER, ONE ROW PER AGENT PER TAX YEAR
      *    HOLDING THE AMOUNT LAST STATED.  A LATER RUN FOR THE SAME
      *    YEAR ONLY REISSUES WHERE THE AMOUNT HAS MOVED.
       01 WS-REG-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-REG-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-REG-TABLE.
           02 WS-REG-ENTRY OCCURS 2000 TIMES INDEXED BY WS-REG-IDX.
               03 WS-RG-AGENT PIC X(4).
               03 WS-RG-YEAR PIC 9(2).
               03 WS-RG-AMT PIC 9(9)V9(2).
               03 WS-RG-ISSUED PIC 9(8).
               03 WS-RG-KIND PIC X(8).
               03 WS-RG-FILED PIC X(1).
       01 WS-SEQ PIC 9(7) VALUE ZERO.
       01 WS-PREV-AGENT PIC X(4).
       01 WS-PREV-MONTH PIC 9(4).
       01 WS-MON-GROSS PIC 9(8)V9(2).
       01 WS-MON-PAID PIC 9(8)V9(2).
       01 WS-AGT-GROSS PIC 9(9)V9(2) VALUE ZERO.
       01 WS-AGT-PAID PIC 9(9)V9(2) VALUE ZERO.
       01 WS-AGT-RECOV PIC 9(9)V9(2).
       01 WS-PRIOR-AMT PIC 9(9)V9(2).
       01 WS-PRIOR-DATE PIC 9(8).
       01 WS-AGT-TAX-ID PIC X(11).
       01 WS-AGT-NAME PIC X(25).
       01 WS-AGT-ADDR1 PIC X(25).
       01 WS-AGT-ADDR2 PIC X(25).
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-YEAR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SUPER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-STMT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CORR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SAME-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REPORT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-FILE-CNT PIC 9(7) VALUE ZERO.
       01 WS-NO-ID-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-STMT-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-REPORT-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-FILE-TOTAL PIC 9(13)V9(2) VALUE ZERO.
       01 WS-AMT-ED PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-WORK-LINE PIC X(80).
       01 WS-HDR-IMAGE.
           02 PIC X(4) VALUE 'HDR '.
           02 WS-HI-SOURCE PIC X(8).
           02 PIC X VALUE SPACE.
           02 WS-HI-DATE PIC 9(8).
           02 PIC X VALUE SPACE.
           02 PIC X(2) VALUE '20'.
           02 WS-HI-YEAR PIC 9(2).
       01 WS-EXPECT-TRL.
           02 PIC X(4) VALUE 'TRL '.
           02 WS-ET-CNT PIC 9(7).
           02 PIC X VALUE SPACE.
           02 WS-ET-HASH PIC 9(13).9(2).
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'AGTTAX' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:2) TO WS-TAX-YEAR.
           MOVE SPACES TO WS-YEAR-X
           ACCEPT WS-YEAR-X FROM ENVIRONMENT 'AGTTAX_YEAR'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-YEAR-X IS NUMERIC
               MOVE WS-YEAR-X TO WS-TAX-YEAR
           END-IF
           MOVE SPACES TO WS-THRESH-X
           ACCEPT WS-THRESH-X FROM ENVIRONMENT 'AGTTAX_THRESH'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-THRESH-X IS NUMERIC
               MOVE WS-THRESH-X TO WS-THRESHOLD
           END-IF
           OPEN INPUT AGTYTD.
           IF WS-AGTYTD-STATUS NOT = '00'
               DISPLAY 'AGTTAX: NO YEAR-TO-DATE COMMISSION FILE, '
                   'STATUS=' WS-AGTYTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AGTYTD.
           PERFORM LOAD-REGISTER-PARA.
           OPEN INPUT AGTMST.
           IF WS-AGTMST-STATUS = '00'
               SET WS-AGTMST-OPEN TO TRUE
           ELSE
               DISPLAY 'AGTTAX: NO AGENT MASTER, STATEMENTS AND '
                   'FILING CARRY NO TAXPAYER ID'
           END-IF.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS = '00'
               SET WS-NAMADDR-OPEN TO TRUE
           ELSE
               DISPLAY 'AGTTAX: NO NAME/ADDRESS MASTER, '
                   'STATEMENTS PRINT UNADDRESSED'
           END-IF.
           OPEN OUTPUT AGTTXPRT.
           IF WS-AGTTXPRT-STATUS NOT = '00'
               DISPLAY 'AGTTAX: UNABLE TO OPEN AGTTXPRT FILE, STATUS='
                   WS-AGTTXPRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AGTTXFIL.
           IF WS-AGTTXFIL-STATUS NOT = '00'
               DISPLAY 'AGTTAX: UNABLE TO OPEN AGTTXFIL FILE, STATUS='
                   WS-AGTTXFIL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAILPC.
           IF WS-MAILPC-STATUS = '35'
               OPEN OUTPUT MAILPC
           END-IF.
           MOVE 'AGTTAX' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-TAX-YEAR TO WS-HI-YEAR.
           MOVE SPACES TO TFP.
           MOVE WS-HDR-IMAGE TO TFP.
           WRITE TFP.
           SORT WORK ON ASCENDING KEY W-AGENT
                     ON ASCENDING KEY W-MONTH
                     ON ASCENDING KEY W-SEQ
           INPUT PROCEDURE IS RELEASE-YTD-PARA
           OUTPUT PROCEDURE IS STATEMENT-PARA.
           MOVE WS-FILE-CNT TO WS-ET-CNT.
           MOVE WS-FILE-TOTAL TO WS-ET-HASH.
           MOVE SPACES TO TFP.
           MOVE WS-EXPECT-TRL TO TFP.
           WRITE TFP.
           PERFORM SUMMARY-PARA.
           CLOSE AGTTXPRT.
           CLOSE AGTTXFIL.
           CLOSE MAILPC.
           IF WS-AGTMST-OPEN
               CLOSE AGTMST
           END-IF.
           IF WS-NAMADDR-OPEN
               CLOSE NAMADDR
           END-IF.
           PERFORM SAVE-REGISTER-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-AGTYTD-DSN-DFLT TO WS-AGTYTD-DSN
           ACCEPT WS-AGTYTD-DSN FROM ENVIRONMENT 'AGTYTD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTYTD-DSN = SPACES
               MOVE WS-AGTYTD-DSN-DFLT TO WS-AGTYTD-DSN
           END-IF
           MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           ACCEPT WS-AGTMST-DSN FROM ENVIRONMENT 'AGTMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTMST-DSN = SPACES
               MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-AGTTXREG-DSN-DFLT TO WS-AGTTXREG-DSN
           ACCEPT WS-AGTTXREG-DSN FROM ENVIRONMENT 'AGTTXREG_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTTXREG-DSN = SPACES
               MOVE WS-AGTTXREG-DSN-DFLT TO WS-AGTTXREG-DSN
           END-IF
           MOVE WS-AGTTXPRT-DSN-DFLT TO WS-AGTTXPRT-DSN
           ACCEPT WS-AGTTXPRT-DSN FROM ENVIRONMENT 'AGTTXPRT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTTXPRT-DSN = SPACES
               MOVE WS-AGTTXPRT-DSN-DFLT TO WS-AGTTXPRT-DSN
           END-IF
           MOVE WS-AGTTXFIL-DSN-DFLT TO WS-AGTTXFIL-DSN
           ACCEPT WS-AGTTXFIL-DSN FROM ENVIRONMENT 'AGTTXFIL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AGTTXFIL-DSN = SPACES
               MOVE WS-AGTTXFIL-DSN-DFLT TO WS-AGTTXFIL-DSN
           END-IF
           MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           ACCEPT WS-MAILPC-DSN FROM ENVIRONMENT 'MAILPC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILPC-DSN = SPACES
               MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           END-IF
           MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           ACCEPT WS-WORK-DSN FROM ENVIRONMENT 'WORK_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF.
       LOAD-REGISTER-PARA.
           OPEN INPUT AGTTXREG
           IF WS-AGTTXREG-STATUS NOT = '00'
               DISPLAY 'AGTTAX: NO STATEMENT REGISTER, EVERY '
                   'STATEMENT IS AN ORIGINAL'
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REG-EOF
               READ AGTTXREG
                   AT END SET WS-REG-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-REGISTER-PARA
               END-READ
           END-PERFORM
           IF WS-AGTTXREG-STATUS = '00' OR WS-AGTTXREG-STATUS = '10'
               CLOSE AGTTXREG
           END-IF.
       LOAD-ONE-REGISTER-PARA.
           IF WS-REG-CNT >= WS-REG-MAX
               DISPLAY 'AGTTAX: STATEMENT REGISTER FULL, RUN STOPPED '
                   'SO NO ISSUED STATEMENT IS FORGOTTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REG-CNT
           SET WS-REG-IDX TO WS-REG-CNT
           MOVE TR-AGENT TO WS-RG-AGENT(WS-REG-IDX)
           MOVE TR-YEAR TO WS-RG-YEAR(WS-REG-IDX)
           MOVE TR-AMT TO WS-RG-AMT(WS-REG-IDX)
           MOVE TR-ISSUED TO WS-RG-ISSUED(WS-REG-IDX)
           MOVE TR-KIND TO WS-RG-KIND(WS-REG-IDX)
           MOVE TR-FILED TO WS-RG-FILED(WS-REG-IDX).
      *    THE RUN SEQUENCE KEEPS THE ROWS FOR ONE AGENT AND MONTH IN
      *    THE ORDER AGTCOMM WROTE THEM, SO THE LAST ONE - A RERUN OF
      *    THE MONTH - IS THE ONE THAT COUNTS.
       RELEASE-YTD-PARA.
           OPEN INPUT AGTYTD
           PERFORM UNTIL WS-YTD-EOF
               READ AGTYTD
                   AT END SET WS-YTD-EOF TO TRUE
                   NOT AT END PERFORM RELEASE-ONE-PARA
               END-READ
           END-PERFORM
           CLOSE AGTYTD.
       RELEASE-ONE-PARA.
           ADD 1 TO WS-READ-CNT
           IF YT-MONTH IS NUMERIC
               IF YT-MONTH(1:2) = WS-TAX-YEAR
                   ADD 1 TO WS-YEAR-CNT
                   ADD 1 TO WS-SEQ
                   MOVE YT-AGENT TO W-AGENT
                   MOVE YT-MONTH TO W-MONTH
                   MOVE WS-SEQ TO W-SEQ
                   MOVE YT-GROSS TO W-GROSS
                   MOVE YT-PAID TO W-PAID
                   RELEASE WORKP
               END-IF
           END-IF.
       STATEMENT-PARA.
           PERFORM UNTIL WS-SORT-EOF
               RETURN WORK
                   AT END SET WS-SORT-EOF TO TRUE
                   NOT AT END PERFORM ONE-ROW-PARA
               END-RETURN
           END-PERFORM
           IF WS-FIRST-NO
               PERFORM ADD-MONTH-PARA
               PERFORM FINISH-AGENT-PARA
           END-IF.
       ONE-ROW-PARA.
           IF WS-FIRST-NO
               EVALUATE TRUE
                   WHEN W-AGENT NOT = WS-PREV-AGENT
                       PERFORM ADD-MONTH-PARA
                       PERFORM FINISH-AGENT-PARA
                   WHEN W-MONTH NOT = WS-PREV-MONTH
                       PERFORM ADD-MONTH-PARA
                   WHEN OTHER
                       ADD 1 TO WS-SUPER-CNT
               END-EVALUATE
           END-IF
           SET WS-FIRST-NO TO TRUE
           MOVE W-AGENT TO WS-PREV-AGENT
           MOVE W-MONTH TO WS-PREV-MONTH
           MOVE W-GROSS TO WS-MON-GROSS
           MOVE W-PAID TO WS-MON-PAID.
       ADD-MONTH-PARA.
           ADD WS-MON-GROSS TO WS-AGT-GROSS
           ADD WS-MON-PAID TO WS-AGT-PAID.
      *    AN AGENT WHOSE STATEMENT FOR THE YEAR HAS ALREADY GONE OUT
      *    AT THE SAME AMOUNT GETS NOTHING NEW.  A CHANGED AMOUNT
      *    GETS A CORRECTED STATEMENT AND, WHERE THE ORIGINAL WAS
      *    FILED OR THE NEW AMOUNT IS OVER THE THRESHOLD, A CORRECTED
      *    FILING RECORD.
       FINISH-AGENT-PARA.
           PERFORM FIND-REGISTER-PARA
           IF WS-REG-FOUND
               MOVE WS-RG-AMT(WS-REG-IDX) TO WS-PRIOR-AMT
               MOVE WS-RG-ISSUED(WS-REG-IDX) TO WS-PRIOR-DATE
           ELSE
               MOVE ZERO TO WS-PRIOR-AMT
               MOVE ZERO TO WS-PRIOR-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-REG-FOUND AND WS-PRIOR-AMT = WS-AGT-PAID
                   ADD 1 TO WS-SAME-CNT
               WHEN NOT WS-REG-FOUND AND WS-AGT-GROSS = ZERO
                                     AND WS-AGT-PAID = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM ISSUE-STATEMENT-PARA
           END-EVALUATE
           MOVE ZERO TO WS-AGT-GROSS
           MOVE ZERO TO WS-AGT-PAID.
       ISSUE-STATEMENT-PARA.
           MOVE 'N' TO WS-REPORT-SW
           IF WS-AGT-PAID >= WS-THRESHOLD
               SET WS-REPORTABLE TO TRUE
               ADD 1 TO WS-REPORT-CNT
               ADD WS-AGT-PAID TO WS-REPORT-TOTAL
           END-IF
           MOVE 'N' TO WS-FILE-SW
           IF WS-REPORTABLE
               SET WS-FILE-IT TO TRUE
           END-IF
           IF WS-REG-FOUND
               ADD 1 TO WS-CORR-CNT
               IF WS-RG-FILED(WS-REG-IDX) = 'Y'
                   SET WS-FILE-IT TO TRUE
               END-IF
           END-IF
           COMPUTE WS-AGT-RECOV = WS-AGT-GROSS - WS-AGT-PAID
           ADD 1 TO WS-STMT-CNT
           ADD WS-AGT-PAID TO WS-STMT-TOTAL
           PERFORM GET-AGENT-PARA
           PERFORM PRINT-STATEMENT-PARA
           PERFORM MAIL-PIECE-PARA
           IF WS-FILE-IT
               PERFORM WRITE-FILING-PARA
           END-IF
           PERFORM UPDATE-REGISTER-PARA.
       FIND-REGISTER-PARA.
           MOVE 'N' TO WS-REG-SW
           SET WS-REG-IDX TO 1
           PERFORM UNTIL WS-REG-IDX > WS-REG-CNT OR WS-REG-FOUND
               IF WS-RG-AGENT(WS-REG-IDX) = WS-PREV-AGENT AND
                  WS-RG-YEAR(WS-REG-IDX) = WS-TAX-YEAR
                   SET WS-REG-FOUND TO TRUE
               ELSE
                   SET WS-REG-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    AGENT ADDRESSES ARE HELD ON THE NAME/ADDRESS MASTER UNDER
      *    'AGT-' AND THE AGENT CODE, CLEAR OF THE POLICY, ACCOUNT
      *    AND CARD KEYS.  WITHOUT ONE THE MASTER'S AGENT NAME IS
      *    USED AND THE STATEMENT IS LEFT FOR HAND ADDRESSING.
       GET-AGENT-PARA.
           MOVE SPACES TO WS-AGT-TAX-ID
           MOVE SPACES TO WS-AGT-NAME
           MOVE SPACES TO WS-AGT-ADDR1
           MOVE SPACES TO WS-AGT-ADDR2
           IF WS-AGTMST-OPEN
               MOVE WS-PREV-AGENT TO AG-AGENT
               READ AGTMST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AG-NAME TO WS-AGT-NAME
                       MOVE AG-TAX-ID TO WS-AGT-TAX-ID
               END-READ
           END-IF
           IF WS-NAMADDR-OPEN
               MOVE SPACES TO NA-KEY
               STRING 'AGT-' DELIMITED BY SIZE
                      WS-PREV-AGENT DELIMITED BY SIZE
                   INTO NA-KEY
               READ NAMADDR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE NA-NAME TO WS-AGT-NAME
                       MOVE NA-ADDR1 TO WS-AGT-ADDR1
                       MOVE NA-ADDR2 TO WS-AGT-ADDR2
               END-READ
           END-IF.
       PRINT-STATEMENT-PARA.
           MOVE SPACES TO WS-WORK-LINE
           STRING 'COMMISSION EARNINGS STATEMENT - TAX YEAR 20'
                  DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           IF WS-REG-FOUND
               MOVE SPACES TO WS-WORK-LINE
               STRING 'CORRECTED - REPLACES THE STATEMENT ISSUED '
                      DELIMITED BY SIZE
                      WS-PRIOR-DATE DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
           END-IF
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'AGENT  : ' DELIMITED BY SIZE
                  WS-PREV-AGENT DELIMITED BY SIZE
                  '     TAXPAYER ID: ' DELIMITED BY SIZE
                  WS-AGT-TAX-ID DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'NAME   : ' DELIMITED BY SIZE
                  WS-AGT-NAME DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'ADDRESS: ' DELIMITED BY SIZE
                  WS-AGT-ADDR1 DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING '         ' DELIMITED BY SIZE
                  WS-AGT-ADDR2 DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-AGT-GROSS TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'COMMISSION EARNED          : ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-AGT-RECOV TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'LESS CLAWBACKS RECOVERED   : ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-AGT-PAID TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'COMMISSION PAID THIS YEAR  : ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           IF WS-REG-FOUND
               MOVE WS-PRIOR-AMT TO WS-AMT-ED
               MOVE SPACES TO WS-WORK-LINE
               STRING 'AMOUNT PREVIOUSLY STATED   : '
                      DELIMITED BY SIZE
                      WS-AMT-ED DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           IF WS-FILE-IT
               MOVE 'REPORTED TO THE TAX AUTHORITY: YES'
                   TO WS-WORK-LINE
           ELSE
               MOVE 'REPORTED TO THE TAX AUTHORITY: NO - BELOW THE '
                   TO WS-WORK-LINE
               MOVE 'REPORTING THRESHOLD' TO WS-WORK-LINE(48:19)
           END-IF
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
      *    EVERY PIECE PRINTED IS LOGGED TO MAILPC SO THAT THE
      *    HOUSEHOLDING STEP CAN PUT IT IN ONE ENVELOPE WITH ANY
      *    OTHER MAIL GOING TO THE SAME ADDRESS THE SAME DAY.
       MAIL-PIECE-PARA.
           MOVE SPACES TO MPP
           MOVE WS-BUS-DATE TO MP-DATE
           MOVE 'AGTTAX' TO MP-SOURCE
           MOVE WS-STMT-CNT TO MP-SEQ
           STRING 'AGT-' DELIMITED BY SIZE
                  WS-PREV-AGENT DELIMITED BY SIZE
               INTO MP-KEY
           MOVE 1 TO MP-SHEETS
           MOVE WS-AGT-NAME TO MP-NAME
           MOVE WS-AGT-ADDR1 TO MP-ADDR1
           MOVE WS-AGT-ADDR2 TO MP-ADDR2
           WRITE MPP.
      *    A CORRECTION CARRIES THE AMOUNT FIRST FILED SO THE TAX
      *    AUTHORITY CAN MATCH IT TO THE RETURN IT REPLACES.  AN
      *    AGENT WITH NO TAXPAYER ID ON THE MASTER IS STILL FILED BUT
      *    NAMED ON THE LOG, SO THE ID CAN BE KEYED THROUGH AGTMNT
      *    BEFORE THE FILING GOES OUT.
       WRITE-FILING-PARA.
           MOVE SPACES TO TFP
           MOVE 'D' TO TF-TYPE
           IF WS-REG-FOUND
               SET TF-CORRECTED TO TRUE
           ELSE
               SET TF-ORIGINAL TO TRUE
           END-IF
           MOVE '20' TO TF-YEAR(1:2)
           MOVE WS-TAX-YEAR TO TF-YEAR(3:2)
           MOVE WS-PREV-AGENT TO TF-AGENT
           MOVE WS-AGT-TAX-ID TO TF-TAX-ID
           IF WS-AGT-TAX-ID = SPACES
               DISPLAY 'AGTTAX: AGENT ' WS-PREV-AGENT
                   ' FILED WITH NO TAXPAYER ID'
               ADD 1 TO WS-NO-ID-CNT
           END-IF
           MOVE WS-AGT-NAME TO TF-NAME
           MOVE WS-AGT-ADDR1 TO TF-ADDR1
           MOVE WS-AGT-ADDR2 TO TF-ADDR2
           MOVE WS-AGT-PAID TO TF-AMT
           MOVE WS-PRIOR-AMT TO TF-PRIOR
           WRITE TFP
           ADD 1 TO WS-FILE-CNT
           ADD WS-AGT-PAID TO WS-FILE-TOTAL.
       UPDATE-REGISTER-PARA.
           IF NOT WS-REG-FOUND
               IF WS-REG-CNT >= WS-REG-MAX
                   DISPLAY 'AGTTAX: STATEMENT REGISTER FULL, AGENT '
                       WS-PREV-AGENT ' NOT REGISTERED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-REG-CNT
                   SET WS-REG-IDX TO WS-REG-CNT
                   MOVE WS-PREV-AGENT TO WS-RG-AGENT(WS-REG-IDX)
                   MOVE WS-TAX-YEAR TO WS-RG-YEAR(WS-REG-IDX)
                   MOVE 'ORIGINAL' TO WS-RG-KIND(WS-REG-IDX)
                   MOVE 'N' TO WS-RG-FILED(WS-REG-IDX)
                   SET WS-REG-FOUND TO TRUE
               END-IF
           ELSE
               MOVE 'CORRECTD' TO WS-RG-KIND(WS-REG-IDX)
           END-IF
           IF WS-REG-FOUND
               MOVE WS-AGT-PAID TO WS-RG-AMT(WS-REG-IDX)
               MOVE WS-BUS-DATE TO WS-RG-ISSUED(WS-REG-IDX)
               IF WS-FILE-IT
                   MOVE 'Y' TO WS-RG-FILED(WS-REG-IDX)
               END-IF
           END-IF.
       SAVE-REGISTER-PARA.
           OPEN OUTPUT AGTTXREG
           IF WS-AGTTXREG-STATUS NOT = '00'
               DISPLAY 'AGTTAX: UNABLE TO REWRITE STATEMENT REGISTER, '
                   'STATUS=' WS-AGTTXREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-REG-IDX TO 1
           PERFORM UNTIL WS-REG-IDX > WS-REG-CNT
               MOVE SPACES TO TRP
               MOVE WS-RG-AGENT(WS-REG-IDX) TO TR-AGENT
               MOVE WS-RG-YEAR(WS-REG-IDX) TO TR-YEAR
               MOVE WS-RG-AMT(WS-REG-IDX) TO TR-AMT
               MOVE WS-RG-ISSUED(WS-REG-IDX) TO TR-ISSUED
               MOVE WS-RG-KIND(WS-REG-IDX) TO TR-KIND
               MOVE WS-RG-FILED(WS-REG-IDX) TO TR-FILED
               WRITE TRP
               SET WS-REG-IDX UP BY 1
           END-PERFORM
           CLOSE AGTTXREG.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO PRT-LINE
           WRITE PRT-LINE.
       SUMMARY-PARA.
           MOVE ALL '=' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-STMT-TOTAL TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'TOTAL COMMISSION STATED  : ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-REPORT-CNT TO WS-CNT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'AGENTS OVER THRESHOLD    : ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-REPORT-TOTAL TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'COMMISSION OVER THRESHOLD: ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== AGENT EARNINGS CONTROL TOTALS ====='.
           MOVE WS-READ-CNT TO WS-CNT-ED
           DISPLAY 'YEAR-TO-DATE ROWS READ  : ' WS-CNT-ED.
           MOVE WS-YEAR-CNT TO WS-CNT-ED
           DISPLAY 'ROWS FOR THE TAX YEAR   : ' WS-CNT-ED.
           MOVE WS-SUPER-CNT TO WS-CNT-ED
           DISPLAY 'ROWS REPLACED BY RERUNS : ' WS-CNT-ED.
           MOVE WS-STMT-CNT TO WS-CNT-ED
           DISPLAY 'STATEMENTS ISSUED       : ' WS-CNT-ED.
           MOVE WS-CORR-CNT TO WS-CNT-ED
           DISPLAY 'OF WHICH CORRECTED      : ' WS-CNT-ED.
           MOVE WS-SAME-CNT TO WS-CNT-ED
           DISPLAY 'ISSUED BEFORE, UNCHANGED: ' WS-CNT-ED.
           MOVE WS-REPORT-CNT TO WS-CNT-ED
           DISPLAY 'AGENTS OVER THRESHOLD   : ' WS-CNT-ED.
           MOVE WS-FILE-CNT TO WS-CNT-ED
           DISPLAY 'FILING RECORDS WRITTEN  : ' WS-CNT-ED.
           MOVE WS-NO-ID-CNT TO WS-CNT-ED
           DISPLAY 'OF WHICH NO TAXPAYER ID : ' WS-CNT-ED.
           MOVE WS-FILE-TOTAL TO WS-AMT-ED
           DISPLAY 'AMOUNT FILED            : ' WS-AMT-ED.
