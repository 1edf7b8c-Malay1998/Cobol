       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREAU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDMST
           ASSIGN TO DYNAMIC WS-CARDMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-ACCT
           FILE STATUS IS WS-CARDMST-STATUS.
           SELECT CYCLECTL
           ASSIGN TO DYNAMIC WS-CYCLECTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLECTL-STATUS.
           SELECT STMT
           ASSIGN TO DYNAMIC WS-STMT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.
           SELECT CHGREG
           ASSIGN TO DYNAMIC WS-CHGREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGREG-STATUS.
           SELECT PLACMST
           ASSIGN TO DYNAMIC WS-PLACMST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLACMST-STATUS.
           SELECT DISPCASE
           ASSIGN TO DYNAMIC WS-DISPCASE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPCASE-STATUS.
           SELECT BURHIST
           ASSIGN TO DYNAMIC WS-BURHIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BURHIST-STATUS.
           SELECT BUROUT
           ASSIGN TO DYNAMIC WS-BUROUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CARDMST.
           COPY CARDREC.
       FD CYCLECTL.
       01 CCP.
           02 CC-MONTH PIC 9(4).
           02 PIC X.
           02 CC-CYCLE PIC 9(2).
           02 PIC X.
           02 CC-DATE PIC 9(6).
       FD STMT.
       01 ST-REC.
           02 ST-ACCT PIC X(16).
           02 PIC X.
           02 ST-NAME PIC X(15).
           02 PIC X.
           02 ST-LATE-DAYS PIC 9(5).
           02 PIC X.
           02 ST-BILL-AMT PIC 9(7)V99.
           02 PIC X.
           02 ST-STATUS PIC X(10).
       FD CHGREG.
       01 CGP.
           02 CG-ACCT PIC X(16).
           02 PIC X.
           02 CG-DATE PIC 9(6).
           02 PIC X.
           02 CG-AMT PIC 9(7).9(2).
           02 PIC X.
           02 CG-RECOVERED PIC 9(7).9(2).
       FD PLACMST.
       01 PLP.
           02 PL-ACCT PIC X(16).
           02 PIC X.
           02 PL-AGENCY PIC X(4).
           02 PIC X.
           02 PL-DATE PIC 9(6).
           02 PIC X.
           02 PL-AMT PIC 9(7).9(2).
           02 PIC X.
           02 PL-RECOV PIC 9(7).9(2).
           02 PIC X.
           02 PL-STATUS PIC X(8).
       FD DISPCASE.
       01 DCP.
           02 DC-CASE PIC X(8).
           02 PIC X.
           02 DC-ACCT PIC X(16).
           02 PIC X.
           02 DC-AMT PIC 9(7)V99.
           02 PIC X.
           02 DC-OPENED PIC 9(6).
           02 PIC X.
           02 DC-CLOSED PIC 9(6).
           02 PIC X.
           02 DC-RESOL PIC X(1).
           02 PIC X.
           02 DC-STATUS PIC X(6).
       FD BURHIST.
           COPY BURREC.
       FD BUROUT.
       01 BOP PIC X(95).
       WORKING-STORAGE SECTION.
       01 WS-CARDMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CARDMST.PAT'.
       01 WS-CARDMST-DSN PIC X(100).
       01 WS-CYCLECTL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CYCLECTL.PAT'.
       01 WS-CYCLECTL-DSN PIC X(100).
       01 WS-STMT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\STATEMENT.PAT'.
       01 WS-STMT-DSN PIC X(100).
       01 WS-CHGREG-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CHGREG.PAT'.
       01 WS-CHGREG-DSN PIC X(100).
       01 WS-PLACMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PLACMST.PAT'.
       01 WS-PLACMST-DSN PIC X(100).
       01 WS-DISPCASE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DISPCASE.PAT'.
       01 WS-DISPCASE-DSN PIC X(100).
       01 WS-BURHIST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BURHIST.PAT'.
       01 WS-BURHIST-DSN PIC X(100).
       01 WS-BUROUT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BUROUT.PAT'.
       01 WS-BUROUT-DSN PIC X(100).
       01 WS-CARDMST-STATUS PIC X(2).
       01 WS-CYCLECTL-STATUS PIC X(2).
       01 WS-STMT-STATUS PIC X(2).
       01 WS-CHGREG-STATUS PIC X(2).
       01 WS-PLACMST-STATUS PIC X(2).
       01 WS-DISPCASE-STATUS PIC X(2).
       01 WS-BURHIST-STATUS PIC X(2).
       01 WS-BASE-DSN PIC X(100).
       01 WS-CARD-EOF-SW PIC X VALUE 'N'.
           88 WS-CARD-EOF VALUE 'Y'.
       01 WS-CYCLE-EOF-SW PIC X VALUE 'N'.
           88 WS-CYCLE-EOF VALUE 'Y'.
       01 WS-STMT-EOF-SW PIC X VALUE 'N'.
           88 WS-STMT-EOF VALUE 'Y'.
       01 WS-CHG-EOF-SW PIC X VALUE 'N'.
           88 WS-CHG-EOF VALUE 'Y'.
       01 WS-PLAC-EOF-SW PIC X VALUE 'N'.
           88 WS-PLAC-EOF VALUE 'Y'.
       01 WS-CASE-EOF-SW PIC X VALUE 'N'.
           88 WS-CASE-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SW PIC X VALUE 'N'.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-REPORTED-SW PIC X VALUE 'N'.
           88 WS-ALREADY-REPORTED VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-PERIOD-X PIC X(6).
       01 WS-PERIOD PIC 9(6).
       01 WS-CYCLE-MONTH PIC 9(4).
       01 WS-STMT-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-STMT-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-STMT-TABLE.
           02 WS-SM-ENTRY OCCURS 5000 TIMES INDEXED BY WS-SM-IDX.
               03 WS-SM-ACCT PIC X(16).
               03 WS-SM-LATE-DAYS PIC 9(5).
               03 WS-SM-BILL-AMT PIC 9(7)V99.
               03 WS-SM-STATUS PIC X(10).
       01 WS-SM-SW PIC X.
           88 WS-SM-FOUND VALUE 'Y'.
       01 WS-CO-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-CO-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CO-TABLE.
           02 WS-CO-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CO-IDX.
               03 WS-CO-ACCT PIC X(16).
               03 WS-CO-AMT PIC 9(7)V99.
               03 WS-CO-RECOVERED PIC 9(7)V99.
       01 WS-CO-SW PIC X.
           88 WS-CO-FOUND VALUE 'Y'.
       01 WS-PL-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-PL-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PL-TABLE.
           02 WS-PL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PL-IDX.
               03 WS-PL-ACCT PIC X(16).
               03 WS-PL-AGENCY PIC X(4).
       01 WS-PL-SW PIC X.
           88 WS-PL-FOUND VALUE 'Y'.
       01 WS-DS-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-DS-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DS-TABLE.
           02 WS-DS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-DS-IDX.
               03 WS-DS-ACCT PIC X(16).
       01 WS-DS-SW PIC X.
           88 WS-DS-FOUND VALUE 'Y'.
       01 WS-ACCT-KEY PIC X(16).
       01 WS-BALANCE PIC 9(9)V99.
       01 WS-LIMIT PIC 9(7)V99.
       01 WS-DPD PIC 9(5).
       01 WS-HDR-IMAGE.
           02 PIC X(4) VALUE 'HDR '.
           02 WS-HI-SOURCE PIC X(8).
           02 PIC X VALUE SPACE.
           02 WS-HI-DATE PIC 9(8).
       01 WS-EXPECT-TRL.
           02 PIC X(4) VALUE 'TRL '.
           02 WS-ET-CNT PIC 9(7).
           02 PIC X VALUE SPACE.
           02 WS-ET-HASH PIC 9(13).9(2).
       01 WS-BUR-CNT PIC 9(7) VALUE ZERO.
       01 WS-BUR-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-STMT-FILE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CURRENT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-DELQ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CHGOFF-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-COLLECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CLOSED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-DISPUTE-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'BUREAU' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(1:6) TO WS-PERIOD
           MOVE SPACES TO WS-PERIOD-X
           ACCEPT WS-PERIOD-X FROM ENVIRONMENT 'BUREAU_PERIOD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PERIOD-X IS NUMERIC
               MOVE WS-PERIOD-X TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD(3:4) TO WS-CYCLE-MONTH
           DISPLAY 'BUREAU: REPORTING PERIOD ' WS-PERIOD
           PERFORM CHECK-REPORTED-PARA.
           IF WS-ALREADY-REPORTED
               DISPLAY 'BUREAU: PERIOD ' WS-PERIOD
                   ' ALREADY REPORTED, USE BURFIX FOR CORRECTIONS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-STATEMENTS-PARA.
           PERFORM LOAD-CHGOFF-PARA.
           PERFORM LOAD-PLACEMENT-PARA.
           PERFORM LOAD-DISPUTE-PARA.
           OPEN INPUT CARDMST.
           IF WS-CARDMST-STATUS NOT = '00'
               DISPLAY 'BUREAU: UNABLE TO OPEN CARDMST FILE, '
                   'STATUS=' WS-CARDMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND BURHIST.
           IF WS-BURHIST-STATUS = '35'
               OPEN OUTPUT BURHIST
           END-IF.
           OPEN OUTPUT BUROUT.
           MOVE 'BUREAU' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO BOP.
           WRITE BOP.
           PERFORM UNTIL WS-CARD-EOF
               READ CARDMST NEXT RECORD
                   AT END SET WS-CARD-EOF TO TRUE
                   NOT AT END PERFORM REPORT-ACCOUNT-PARA
               END-READ
           END-PERFORM
           MOVE WS-BUR-CNT TO WS-ET-CNT.
           MOVE WS-BUR-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO BOP.
           WRITE BOP.
           CLOSE BUROUT.
           CLOSE BURHIST.
           CLOSE CARDMST.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           ACCEPT WS-CARDMST-DSN FROM ENVIRONMENT 'CARDMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDMST-DSN = SPACES
               MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           END-IF
           MOVE WS-CYCLECTL-DSN-DFLT TO WS-CYCLECTL-DSN
           ACCEPT WS-CYCLECTL-DSN FROM ENVIRONMENT 'CYCLECTL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CYCLECTL-DSN = SPACES
               MOVE WS-CYCLECTL-DSN-DFLT TO WS-CYCLECTL-DSN
           END-IF
           MOVE WS-STMT-DSN-DFLT TO WS-STMT-DSN
           ACCEPT WS-STMT-DSN FROM ENVIRONMENT 'STMT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-STMT-DSN = SPACES
               MOVE WS-STMT-DSN-DFLT TO WS-STMT-DSN
           END-IF
           MOVE WS-STMT-DSN TO WS-BASE-DSN
           MOVE WS-CHGREG-DSN-DFLT TO WS-CHGREG-DSN
           ACCEPT WS-CHGREG-DSN FROM ENVIRONMENT 'CHGREG_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CHGREG-DSN = SPACES
               MOVE WS-CHGREG-DSN-DFLT TO WS-CHGREG-DSN
           END-IF
           MOVE WS-PLACMST-DSN-DFLT TO WS-PLACMST-DSN
           ACCEPT WS-PLACMST-DSN FROM ENVIRONMENT 'PLACMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PLACMST-DSN = SPACES
               MOVE WS-PLACMST-DSN-DFLT TO WS-PLACMST-DSN
           END-IF
           MOVE WS-DISPCASE-DSN-DFLT TO WS-DISPCASE-DSN
           ACCEPT WS-DISPCASE-DSN FROM ENVIRONMENT 'DISPCASE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DISPCASE-DSN = SPACES
               MOVE WS-DISPCASE-DSN-DFLT TO WS-DISPCASE-DSN
           END-IF
           MOVE WS-BURHIST-DSN-DFLT TO WS-BURHIST-DSN
           ACCEPT WS-BURHIST-DSN FROM ENVIRONMENT 'BURHIST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BURHIST-DSN = SPACES
               MOVE WS-BURHIST-DSN-DFLT TO WS-BURHIST-DSN
           END-IF
           MOVE WS-BUROUT-DSN-DFLT TO WS-BUROUT-DSN
           ACCEPT WS-BUROUT-DSN FROM ENVIRONMENT 'BUROUT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BUROUT-DSN = SPACES
               MOVE WS-BUROUT-DSN-DFLT TO WS-BUROUT-DSN
           END-IF.
      *    THE BUREAUS TAKE ONE REGULAR SUBMISSION PER MONTH.  ONCE A
      *    PERIOD IS ON THE HISTORY, ANY FIX GOES THROUGH BURFIX AS A
      *    CORRECTION RATHER THAN A SECOND FULL FILE.
       CHECK-REPORTED-PARA.
           OPEN INPUT BURHIST
           IF WS-BURHIST-STATUS = '35'
               SET WS-HIST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HIST-EOF OR WS-ALREADY-REPORTED
               READ BURHIST
                   AT END SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF BR-REGULAR AND BR-PERIOD = WS-PERIOD
                           SET WS-ALREADY-REPORTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BURHIST-STATUS NOT = '35'
               CLOSE BURHIST
           END-IF.
      *    EACH BILLING CYCLE RUN THIS MONTH LEFT A STATEMENT EXTRACT
      *    STAMPED WITH ITS CYCLE DATE.  A LATER CYCLE FOR THE SAME
      *    ACCOUNT SUPERSEDES AN EARLIER ONE.
       LOAD-STATEMENTS-PARA.
           OPEN INPUT CYCLECTL
           IF WS-CYCLECTL-STATUS = '35'
               DISPLAY 'BUREAU: NO BILLING CYCLES ON RECORD, '
                   'BALANCES TAKEN AS ZERO'
               SET WS-CYCLE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CYCLE-EOF
               READ CYCLECTL
                   AT END SET WS-CYCLE-EOF TO TRUE
                   NOT AT END
                       IF CC-MONTH = WS-CYCLE-MONTH
                           PERFORM LOAD-ONE-CYCLE-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CYCLECTL-STATUS NOT = '35'
               CLOSE CYCLECTL
           END-IF.
       LOAD-ONE-CYCLE-PARA.
           MOVE SPACES TO WS-STMT-DSN
           STRING WS-BASE-DSN DELIMITED BY SPACE
                  '.D' DELIMITED BY SIZE
                  CC-DATE DELIMITED BY SIZE
               INTO WS-STMT-DSN
           MOVE 'N' TO WS-STMT-EOF-SW
           OPEN INPUT STMT
           IF WS-STMT-STATUS = '35'
               DISPLAY 'BUREAU: STATEMENT EXTRACT FOR CYCLE '
                   CC-CYCLE ' DATED ' CC-DATE ' NOT FOUND'
               MOVE 4 TO RETURN-CODE
               SET WS-STMT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-STMT-FILE-CNT
           END-IF
           PERFORM UNTIL WS-STMT-EOF
               READ STMT
                   AT END SET WS-STMT-EOF TO TRUE
                   NOT AT END
                       IF ST-REC(1:3) = 'HDR' OR ST-REC(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-STMT-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STMT-STATUS NOT = '35'
               CLOSE STMT
           END-IF.
       LOAD-ONE-STMT-PARA.
           MOVE ST-ACCT TO WS-ACCT-KEY
           PERFORM FIND-STMT-PARA
           IF NOT WS-SM-FOUND
               IF WS-STMT-CNT >= WS-STMT-MAX
                   DISPLAY 'BUREAU: STATEMENT TABLE FULL, ACCOUNT '
                       ST-ACCT ' REPORTED WITHOUT STATEMENT'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-STMT-CNT
                   SET WS-SM-IDX TO WS-STMT-CNT
                   SET WS-SM-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-SM-FOUND
               MOVE ST-ACCT TO WS-SM-ACCT(WS-SM-IDX)
               MOVE ZERO TO WS-SM-LATE-DAYS(WS-SM-IDX)
               IF ST-LATE-DAYS IS NUMERIC
                   MOVE ST-LATE-DAYS TO WS-SM-LATE-DAYS(WS-SM-IDX)
               END-IF
               MOVE ZERO TO WS-SM-BILL-AMT(WS-SM-IDX)
               IF ST-BILL-AMT IS NUMERIC
                   MOVE ST-BILL-AMT TO WS-SM-BILL-AMT(WS-SM-IDX)
               END-IF
               MOVE ST-STATUS TO WS-SM-STATUS(WS-SM-IDX)
           END-IF.
       FIND-STMT-PARA.
           MOVE 'N' TO WS-SM-SW
           SET WS-SM-IDX TO 1
           PERFORM UNTIL WS-SM-IDX > WS-STMT-CNT OR WS-SM-FOUND
               IF WS-SM-ACCT(WS-SM-IDX) = WS-ACCT-KEY
                   SET WS-SM-FOUND TO TRUE
               ELSE
                   SET WS-SM-IDX UP BY 1
               END-IF
           END-PERFORM.
       LOAD-CHGOFF-PARA.
           OPEN INPUT CHGREG
           IF WS-CHGREG-STATUS = '35'
               SET WS-CHG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CHG-EOF
               READ CHGREG
                   AT END SET WS-CHG-EOF TO TRUE
                   NOT AT END
                       IF WS-CO-CNT >= WS-CO-MAX
                           DISPLAY 'BUREAU: CHARGE-OFF TABLE FULL, '
                               'ACCOUNT ' CG-ACCT ' NOT LOADED'
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WS-CO-CNT
                           SET WS-CO-IDX TO WS-CO-CNT
                           MOVE CG-ACCT TO WS-CO-ACCT(WS-CO-IDX)
                           MOVE CG-AMT TO WS-CO-AMT(WS-CO-IDX)
                           MOVE CG-RECOVERED
                               TO WS-CO-RECOVERED(WS-CO-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHGREG-STATUS NOT = '35'
               CLOSE CHGREG
           END-IF.
       FIND-CHGOFF-PARA.
           MOVE 'N' TO WS-CO-SW
           SET WS-CO-IDX TO 1
           PERFORM UNTIL WS-CO-IDX > WS-CO-CNT OR WS-CO-FOUND
               IF WS-CO-ACCT(WS-CO-IDX) = WS-ACCT-KEY
                   SET WS-CO-FOUND TO TRUE
               ELSE
                   SET WS-CO-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    ONLY PLACEMENTS STILL WORKING AT AN AGENCY ARE REPORTED AS
      *    IN COLLECTION; SETTLED AND RECALLED ONES ARE NOT.
       LOAD-PLACEMENT-PARA.
           OPEN INPUT PLACMST
           IF WS-PLACMST-STATUS = '35'
               SET WS-PLAC-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PLAC-EOF
               READ PLACMST
                   AT END SET WS-PLAC-EOF TO TRUE
                   NOT AT END
                       IF PL-STATUS = 'PLACED'
                           PERFORM LOAD-ONE-PLACEMENT-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PLACMST-STATUS NOT = '35'
               CLOSE PLACMST
           END-IF.
       LOAD-ONE-PLACEMENT-PARA.
           IF WS-PL-CNT >= WS-PL-MAX
               DISPLAY 'BUREAU: PLACEMENT TABLE FULL, ACCOUNT '
                   PL-ACCT ' NOT LOADED'
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PL-CNT
               SET WS-PL-IDX TO WS-PL-CNT
               MOVE PL-ACCT TO WS-PL-ACCT(WS-PL-IDX)
               MOVE PL-AGENCY TO WS-PL-AGENCY(WS-PL-IDX)
           END-IF.
       FIND-PLACEMENT-PARA.
           MOVE 'N' TO WS-PL-SW
           SET WS-PL-IDX TO 1
           PERFORM UNTIL WS-PL-IDX > WS-PL-CNT OR WS-PL-FOUND
               IF WS-PL-ACCT(WS-PL-IDX) = WS-ACCT-KEY
                   SET WS-PL-FOUND TO TRUE
               ELSE
                   SET WS-PL-IDX UP BY 1
               END-IF
           END-PERFORM.
       LOAD-DISPUTE-PARA.
           OPEN INPUT DISPCASE
           IF WS-DISPCASE-STATUS = '35'
               SET WS-CASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CASE-EOF
               READ DISPCASE
                   AT END SET WS-CASE-EOF TO TRUE
                   NOT AT END
                       IF DC-STATUS NOT = 'CLOSED'
                           PERFORM LOAD-ONE-DISPUTE-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DISPCASE-STATUS NOT = '35'
               CLOSE DISPCASE
           END-IF.
       LOAD-ONE-DISPUTE-PARA.
           MOVE DC-ACCT TO WS-ACCT-KEY
           PERFORM FIND-DISPUTE-PARA
           IF NOT WS-DS-FOUND
               IF WS-DS-CNT >= WS-DS-MAX
                   DISPLAY 'BUREAU: DISPUTE TABLE FULL, ACCOUNT '
                       DC-ACCT ' NOT LOADED'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-DS-CNT
                   SET WS-DS-IDX TO WS-DS-CNT
                   MOVE DC-ACCT TO WS-DS-ACCT(WS-DS-IDX)
               END-IF
           END-IF.
       FIND-DISPUTE-PARA.
           MOVE 'N' TO WS-DS-SW
           SET WS-DS-IDX TO 1
           PERFORM UNTIL WS-DS-IDX > WS-DS-CNT OR WS-DS-FOUND
               IF WS-DS-ACCT(WS-DS-IDX) = WS-ACCT-KEY
                   SET WS-DS-FOUND TO TRUE
               ELSE
                   SET WS-DS-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    BUREAU STATUS CODES: 11 CURRENT, 71/78/80/82/83/84 FOR 30,
      *    60, 90, 120, 150 AND 180+ DAYS PAST DUE, 13 CLOSED AND
      *    PAID, 97 CHARGED OFF, 64 CHARGE-OFF PAID IN FULL, 93 WITH
      *    A COLLECTION AGENCY.  AMOUNTS GO TO THE BUREAU IN WHOLE
      *    DOLLARS.  AN ACCOUNT UNDER DISPUTE CARRIES COMPLIANCE CODE
      *    XB SO THE BUREAU FLAGS IT RATHER THAN SCORES IT.
       REPORT-ACCOUNT-PARA.
           MOVE CM-ACCT TO WS-ACCT-KEY
           MOVE ZERO TO WS-BALANCE
           MOVE ZERO TO WS-DPD
           MOVE ZERO TO WS-LIMIT
           IF CM-LIMIT(1:7) IS NUMERIC AND CM-LIMIT(9:2) IS NUMERIC
               MOVE CM-LIMIT TO WS-LIMIT
           END-IF
           MOVE SPACES TO BUR-REC
           MOVE 'R' TO BR-TYPE
           MOVE WS-PERIOD TO BR-PERIOD
           MOVE CM-ACCT TO BR-ACCT
           MOVE CM-NAME TO BR-NAME
           MOVE ZERO TO BR-CHGOFF-AMT
           MOVE WS-BUS-DATE TO BR-REPORTED
           PERFORM FIND-STMT-PARA
           IF WS-SM-FOUND
               MOVE WS-SM-BILL-AMT(WS-SM-IDX) TO WS-BALANCE
               MOVE WS-SM-LATE-DAYS(WS-SM-IDX) TO WS-DPD
           END-IF
           PERFORM FIND-CHGOFF-PARA
           PERFORM FIND-PLACEMENT-PARA
           EVALUATE TRUE
               WHEN WS-PL-FOUND
                   MOVE '93' TO BR-STATUS
                   MOVE WS-PL-AGENCY(WS-PL-IDX) TO BR-AGENCY
                   ADD 1 TO WS-COLLECT-CNT
               WHEN CM-STATUS-CHGOFF OR WS-CO-FOUND
                   ADD 1 TO WS-CHGOFF-CNT
                   IF WS-CO-FOUND
                       COMPUTE BR-CHGOFF-AMT ROUNDED =
                           WS-CO-AMT(WS-CO-IDX)
                       IF WS-CO-RECOVERED(WS-CO-IDX) >=
                          WS-CO-AMT(WS-CO-IDX)
                           MOVE ZERO TO WS-BALANCE
                       ELSE
                           COMPUTE WS-BALANCE = WS-CO-AMT(WS-CO-IDX)
                               - WS-CO-RECOVERED(WS-CO-IDX)
                       END-IF
                   END-IF
                   IF WS-BALANCE = ZERO
                       MOVE '64' TO BR-STATUS
                   ELSE
                       MOVE '97' TO BR-STATUS
                   END-IF
               WHEN CM-STATUS-CLOSED AND WS-BALANCE = ZERO
                   MOVE '13' TO BR-STATUS
                   ADD 1 TO WS-CLOSED-CNT
               WHEN WS-DPD < 30
                   MOVE '11' TO BR-STATUS
                   ADD 1 TO WS-CURRENT-CNT
               WHEN OTHER
                   PERFORM DELINQUENT-STATUS-PARA
                   ADD 1 TO WS-DELQ-CNT
           END-EVALUATE
           IF WS-DPD > 999
               MOVE 999 TO BR-DPD
           ELSE
               MOVE WS-DPD TO BR-DPD
           END-IF
           COMPUTE BR-BALANCE ROUNDED = WS-BALANCE
           COMPUTE BR-LIMIT ROUNDED = WS-LIMIT
           PERFORM FIND-DISPUTE-PARA
           IF WS-DS-FOUND
               MOVE 'XB' TO BR-COMPLIANCE
           END-IF
           IF WS-SM-FOUND
               IF WS-SM-STATUS(WS-SM-IDX) = 'DISPUTED'
                   MOVE 'XB' TO BR-COMPLIANCE
               END-IF
           END-IF
           IF BR-DISPUTED
               ADD 1 TO WS-DISPUTE-CNT
           END-IF
           MOVE BUR-REC TO BOP
           WRITE BOP
           WRITE BUR-REC
           ADD 1 TO WS-BUR-CNT
           ADD BR-BALANCE TO WS-BUR-HASH.
       DELINQUENT-STATUS-PARA.
           EVALUATE TRUE
               WHEN WS-DPD < 60
                   MOVE '71' TO BR-STATUS
               WHEN WS-DPD < 90
                   MOVE '78' TO BR-STATUS
               WHEN WS-DPD < 120
                   MOVE '80' TO BR-STATUS
               WHEN WS-DPD < 150
                   MOVE '82' TO BR-STATUS
               WHEN WS-DPD < 180
                   MOVE '83' TO BR-STATUS
               WHEN OTHER
                   MOVE '84' TO BR-STATUS
           END-EVALUATE.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== CREDIT BUREAU EXTRACT TOTALS ====='.
           DISPLAY 'STATEMENT FILES READ : ' WS-STMT-FILE-CNT.
           DISPLAY 'ACCOUNTS REPORTED    : ' WS-BUR-CNT.
           DISPLAY 'CURRENT              : ' WS-CURRENT-CNT.
           DISPLAY 'PAST DUE             : ' WS-DELQ-CNT.
           DISPLAY 'CHARGED OFF          : ' WS-CHGOFF-CNT.
           DISPLAY 'IN COLLECTION        : ' WS-COLLECT-CNT.
           DISPLAY 'CLOSED AND PAID      : ' WS-CLOSED-CNT.
           DISPLAY 'UNDER DISPUTE        : ' WS-DISPUTE-CNT.
           DISPLAY 'BALANCE HASH         : ' WS-BUR-HASH.
