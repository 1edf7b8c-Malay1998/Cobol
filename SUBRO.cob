       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMMST
           ASSIGN TO DYNAMIC WS-CLAIMMST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMMST-STATUS.
           SELECT RCVLDG
           ASSIGN TO DYNAMIC WS-RCVLDG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCVLDG-STATUS.
           SELECT RCVLDGN
           ASSIGN TO DYNAMIC WS-RCVLDGN-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCVTRAN
           ASSIGN TO DYNAMIC WS-RCVTRAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCVTRAN-STATUS.
           SELECT RCVJRNL
           ASSIGN TO DYNAMIC WS-RCVJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCVJRNL-STATUS.
           SELECT BALANCE
           ASSIGN TO DYNAMIC WS-BALANCE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLAIMMST.
           COPY CLAIMREC.
       FD RCVLDG.
       01 RLP.
           02 RL-CLAIM PIC X(8).
           02 PIC X.
           02 RL-TYPE PIC X(7).
           02 PIC X.
           02 RL-POLICY PIC X(5).
           02 PIC X.
           02 RL-LOB PIC X(7).
           02 PIC X.
           02 RL-EXPECTED PIC 9(6).9(2).
           02 PIC X.
           02 RL-RECEIVED PIC 9(6).9(2).
           02 PIC X.
           02 RL-STATUS PIC X(8).
           02 PIC X.
           02 RL-OPEN-DATE PIC 9(8).
           02 PIC X.
           02 RL-LAST-DATE PIC 9(8).
           02 PIC X.
           02 RL-PARTY PIC X(20).
       FD RCVLDGN.
       01 RNP.
           02 RN-CLAIM PIC X(8).
           02 PIC X.
           02 RN-TYPE PIC X(7).
           02 PIC X.
           02 RN-POLICY PIC X(5).
           02 PIC X.
           02 RN-LOB PIC X(7).
           02 PIC X.
           02 RN-EXPECTED PIC 9(6).9(2).
           02 PIC X.
           02 RN-RECEIVED PIC 9(6).9(2).
           02 PIC X.
           02 RN-STATUS PIC X(8).
           02 PIC X.
           02 RN-OPEN-DATE PIC 9(8).
           02 PIC X.
           02 RN-LAST-DATE PIC 9(8).
           02 PIC X.
           02 RN-PARTY PIC X(20).
       FD RCVTRAN.
       01 RTP.
           02 RT-ACTION PIC X(8).
               88 RT-ACTION-EXPECT VALUE 'EXPECT'.
               88 RT-ACTION-RECEIVE VALUE 'RECEIVE'.
               88 RT-ACTION-WRITEOFF VALUE 'WRITEOFF'.
           02 PIC X.
           02 RT-CLAIM PIC X(8).
           02 PIC X.
           02 RT-TYPE PIC X(7).
               88 RT-TYPE-VALID VALUE 'SUBRO' 'SALVAGE'.
           02 PIC X.
           02 RT-AMT PIC 9(6).9(2).
           02 PIC X.
           02 RT-PARTY PIC X(20).
       FD RCVJRNL.
       01 RJP.
           02 RJ-DATE PIC 9(8).
           02 PIC X.
           02 RJ-ACCT PIC X(4).
           02 PIC X.
           02 RJ-DESC PIC X(18).
           02 PIC X.
           02 RJ-DR PIC 9(11).9(2).
           02 PIC X.
           02 RJ-CR PIC 9(11).9(2).
       FD BALANCE.
           COPY BALREC.
       WORKING-STORAGE SECTION.
       01 WS-CLAIMMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLAIMMST.PAT'.
       01 WS-CLAIMMST-DSN PIC X(100).
       01 WS-RCVLDG-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RCVLDG.PAT'.
       01 WS-RCVLDG-DSN PIC X(100).
       01 WS-RCVLDGN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RCVLDGN.PAT'.
       01 WS-RCVLDGN-DSN PIC X(100).
       01 WS-RCVTRAN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RCVTRAN.PAT'.
       01 WS-RCVTRAN-DSN PIC X(100).
       01 WS-RCVJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RCVJRNL.PAT'.
       01 WS-RCVJRNL-DSN PIC X(100).
       01 WS-BALANCE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BALANCE.PAT'.
       01 WS-BALANCE-DSN PIC X(100).
       01 WS-CLAIMMST-STATUS PIC X(2).
       01 WS-RCVLDG-STATUS PIC X(2).
       01 WS-RCVTRAN-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-RCVJRNL-STATUS PIC X(2).
       01 WS-JRNL-MONTH-SW PIC X VALUE 'N'.
           88 WS-JRNL-MONTH VALUE 'Y'.
       01 WS-CLAIM-EOF-SW PIC X VALUE 'N'.
           88 WS-CLAIM-EOF VALUE 'Y'.
       01 WS-LDG-EOF-SW PIC X VALUE 'N'.
           88 WS-LDG-EOF VALUE 'Y'.
       01 WS-TRAN-EOF-SW PIC X VALUE 'N'.
           88 WS-TRAN-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-CLM-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-CLM-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CLM-TABLE.
           02 WS-CLM-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CLM-IDX.
               03 WS-CLM-CLAIM PIC X(8).
               03 WS-CLM-POLICY PIC X(5).
               03 WS-CLM-LOB PIC X(7).
               03 WS-CLM-PAID PIC 9(6)V9(2).
       01 WS-CLM-SW PIC X.
           88 WS-CLM-FOUND VALUE 'Y'.
       01 WS-RCV-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-RCV-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RCV-TABLE.
           02 WS-RCV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-RCV-IDX.
               03 WS-RCV-CLAIM PIC X(8).
               03 WS-RCV-TYPE PIC X(7).
               03 WS-RCV-POLICY PIC X(5).
               03 WS-RCV-LOB PIC X(7).
               03 WS-RCV-EXPECTED PIC 9(6)V9(2).
               03 WS-RCV-RECEIVED PIC 9(6)V9(2).
               03 WS-RCV-STATUS PIC X(8).
                   88 WS-RCV-OPEN VALUE 'OPEN' 'PARTIAL'.
               03 WS-RCV-OPEN-DATE PIC 9(8).
               03 WS-RCV-LAST-DATE PIC 9(8).
               03 WS-RCV-PARTY PIC X(20).
       01 WS-RCV-SW PIC X.
           88 WS-RCV-FOUND VALUE 'Y'.
       01 WS-LOB-MAX PIC 9(3) COMP VALUE 20.
       01 WS-LOB-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-LOB-TABLE.
           02 WS-LOB-ENTRY OCCURS 20 TIMES INDEXED BY WS-LOB-IDX.
               03 WS-LOB-ID PIC X(7).
               03 WS-LOB-CLAIMS PIC 9(7) COMP.
               03 WS-LOB-GROSS PIC 9(11)V9(2).
               03 WS-LOB-SUBRO PIC 9(11)V9(2).
               03 WS-LOB-SALVAGE PIC 9(11)V9(2).
               03 WS-LOB-OUTSTAND PIC 9(11)V9(2).
       01 WS-LOB-SW PIC X.
           88 WS-LOB-FOUND VALUE 'Y'.
       01 WS-HOLD-LOB PIC X(7).
       01 WS-TRAN-AMT PIC 9(6)V9(2).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-OUTSTAND PIC 9(6)V9(2).
       01 WS-WRITEOFF-AMT PIC 9(6)V9(2).
       01 WS-NET-PAID PIC S9(11)V9(2).
       01 WS-RECOVERED PIC 9(11)V9(2).
       01 WS-OPEN-DATE-INT PIC 9(7).
       01 WS-BUS-DATE-INT PIC 9(7).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-AGE-BAND PIC X(8).
       01 WS-BAND-TABLE.
           02 WS-BAND-ENTRY OCCURS 4 TIMES.
               03 WS-BAND-CNT PIC 9(7) COMP.
               03 WS-BAND-AMT PIC 9(11)V9(2).
       01 WS-BAND-IDX PIC 9(1) COMP.
       01 WS-CLAIM-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PRIOR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-TRAN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OPENED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REVISED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RECEIPT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-WRITEOFF-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-FOLLOWUP-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-GROSS-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-SUBRO-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-SALVAGE-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-OUTSTAND-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-SUBRO-TODAY PIC 9(11)V9(2) VALUE ZERO.
       01 WS-SALVAGE-TODAY PIC 9(11)V9(2) VALUE ZERO.
       01 WS-WRITEOFF-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-LDG-CNT PIC 9(7) VALUE ZERO.
       01 WS-LDG-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-JRNL-CNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-HASH PIC 9(13)V9(2) VALUE ZERO.
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
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'SUBRO' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           MOVE 'SUBRO' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           PERFORM LOAD-CLAIMS-PARA.
           PERFORM LOAD-LEDGER-PARA.
           OPEN INPUT RCVTRAN.
           IF WS-RCVTRAN-STATUS = '35'
               DISPLAY 'SUBRO: NO RECOVERY TRANSACTIONS THIS RUN, '
                   'LEDGER CARRIED FORWARD AND AGED'
               SET WS-TRAN-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-TRAN-EOF
               READ RCVTRAN
                   AT END SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF RTP(1:3) = 'HDR' OR RTP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-TRAN-CNT
                           PERFORM APPLY-TRAN-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RCVTRAN-STATUS NOT = '35'
               CLOSE RCVTRAN
           END-IF.
           PERFORM WRITE-LEDGER-PARA.
           PERFORM WRITE-RCVJRNL-PARA.
           PERFORM RECOVERY-REPORT-PARA.
           PERFORM FOLLOWUP-REPORT-PARA.
           PERFORM TOTAL-REPORT-PARA.
           PERFORM WRITE-BALANCE-PARA.
           IF WS-REJECT-CNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-CLAIMMST-DSN-DFLT TO WS-CLAIMMST-DSN
           ACCEPT WS-CLAIMMST-DSN FROM ENVIRONMENT 'CLAIMMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLAIMMST-DSN = SPACES
               MOVE WS-CLAIMMST-DSN-DFLT TO WS-CLAIMMST-DSN
           END-IF
           MOVE WS-RCVLDG-DSN-DFLT TO WS-RCVLDG-DSN
           ACCEPT WS-RCVLDG-DSN FROM ENVIRONMENT 'RCVLDG_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RCVLDG-DSN = SPACES
               MOVE WS-RCVLDG-DSN-DFLT TO WS-RCVLDG-DSN
           END-IF
           MOVE WS-RCVLDGN-DSN-DFLT TO WS-RCVLDGN-DSN
           ACCEPT WS-RCVLDGN-DSN FROM ENVIRONMENT 'RCVLDGN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RCVLDGN-DSN = SPACES
               MOVE WS-RCVLDGN-DSN-DFLT TO WS-RCVLDGN-DSN
           END-IF
           MOVE WS-RCVTRAN-DSN-DFLT TO WS-RCVTRAN-DSN
           ACCEPT WS-RCVTRAN-DSN FROM ENVIRONMENT 'RCVTRAN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RCVTRAN-DSN = SPACES
               MOVE WS-RCVTRAN-DSN-DFLT TO WS-RCVTRAN-DSN
           END-IF
           MOVE WS-RCVJRNL-DSN-DFLT TO WS-RCVJRNL-DSN
           ACCEPT WS-RCVJRNL-DSN FROM ENVIRONMENT 'RCVJRNL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RCVJRNL-DSN = SPACES
               MOVE WS-RCVJRNL-DSN-DFLT TO WS-RCVJRNL-DSN
           END-IF
           MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           ACCEPT WS-BALANCE-DSN FROM ENVIRONMENT 'BALANCE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BALANCE-DSN = SPACES
               MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           END-IF.
      *    EVERY CLAIM ON THE MASTER IS HELD SO A RECOVERY CAN BE
      *    CHECKED AGAINST WHAT WAS ACTUALLY PAID ON IT, AND ITS PAID
      *    AMOUNT GOES INTO THE GROSS PAID FOR ITS LINE.
       LOAD-CLAIMS-PARA.
           OPEN INPUT CLAIMMST
           IF WS-CLAIMMST-STATUS NOT = '00'
               DISPLAY 'SUBRO: UNABLE TO OPEN CLAIMMST FILE, STATUS='
                   WS-CLAIMMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CLAIM-EOF
               READ CLAIMMST
                   AT END SET WS-CLAIM-EOF TO TRUE
                   NOT AT END
                       IF CLM(1:3) = 'HDR' OR CLM(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-CLAIM-CNT
                           PERFORM LOAD-ONE-CLAIM-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMMST.
       LOAD-ONE-CLAIM-PARA.
           IF WS-CLM-CNT >= WS-CLM-MAX
               DISPLAY 'SUBRO: CLAIM TABLE FULL, ' CM-CLAIM
                   ' NOT AVAILABLE FOR RECOVERY'
           ELSE
               ADD 1 TO WS-CLM-CNT
               SET WS-CLM-IDX TO WS-CLM-CNT
               MOVE CM-CLAIM TO WS-CLM-CLAIM(WS-CLM-IDX)
               MOVE CM-POLICY TO WS-CLM-POLICY(WS-CLM-IDX)
               MOVE CM-LOB TO WS-CLM-LOB(WS-CLM-IDX)
               MOVE ZERO TO WS-CLM-PAID(WS-CLM-IDX)
               IF CM-PAID(1:6) IS NUMERIC AND
                  CM-PAID(8:2) IS NUMERIC
                   MOVE CM-PAID TO WS-CLM-PAID(WS-CLM-IDX)
               END-IF
               MOVE CM-LOB TO WS-HOLD-LOB
               PERFORM FIND-LOB-PARA
               IF WS-CLM-PAID(WS-CLM-IDX) > ZERO
                   ADD 1 TO WS-LOB-CLAIMS(WS-LOB-IDX)
                   ADD WS-CLM-PAID(WS-CLM-IDX)
                       TO WS-LOB-GROSS(WS-LOB-IDX)
                   ADD WS-CLM-PAID(WS-CLM-IDX) TO WS-GROSS-TOTAL
               END-IF
           END-IF.
       FIND-CLAIM-PARA.
           MOVE 'N' TO WS-CLM-SW
           SET WS-CLM-IDX TO 1
           PERFORM UNTIL WS-CLM-IDX > WS-CLM-CNT OR WS-CLM-FOUND
               IF WS-CLM-CLAIM(WS-CLM-IDX) = RT-CLAIM
                   SET WS-CLM-FOUND TO TRUE
               ELSE
                   SET WS-CLM-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    THE LEDGER IS CARRIED FROM RUN TO RUN IN FULL: RCVLDGN
      *    FROM TONIGHT IS RCVLDG TOMORROW.  CLOSED AND WRITTEN-OFF
      *    RECOVERIES STAY ON IT SO THE RECOVERED TOTALS STILL TIE
      *    TO WHAT WENT TO THE GENERAL LEDGER.
       LOAD-LEDGER-PARA.
           OPEN INPUT RCVLDG
           IF WS-RCVLDG-STATUS = '35'
               DISPLAY 'SUBRO: NO PRIOR RECOVERY LEDGER, LEDGER '
                   'STARTS THIS RUN'
               SET WS-LDG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-LDG-EOF
               READ RCVLDG
                   AT END SET WS-LDG-EOF TO TRUE
                   NOT AT END
                       IF RLP(1:3) = 'HDR' OR RLP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-PRIOR-CNT
                           PERFORM LOAD-ONE-LEDGER-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RCVLDG-STATUS NOT = '35'
               CLOSE RCVLDG
           END-IF.
       LOAD-ONE-LEDGER-PARA.
           IF WS-RCV-CNT >= WS-RCV-MAX
               DISPLAY 'SUBRO: RECOVERY TABLE FULL, ' RL-CLAIM ' '
                   RL-TYPE ' DROPPED FROM THE LEDGER'
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RCV-CNT
               SET WS-RCV-IDX TO WS-RCV-CNT
               MOVE RL-CLAIM TO WS-RCV-CLAIM(WS-RCV-IDX)
               MOVE RL-TYPE TO WS-RCV-TYPE(WS-RCV-IDX)
               MOVE RL-POLICY TO WS-RCV-POLICY(WS-RCV-IDX)
               MOVE RL-LOB TO WS-RCV-LOB(WS-RCV-IDX)
               MOVE RL-EXPECTED TO WS-RCV-EXPECTED(WS-RCV-IDX)
               MOVE RL-RECEIVED TO WS-RCV-RECEIVED(WS-RCV-IDX)
               MOVE RL-STATUS TO WS-RCV-STATUS(WS-RCV-IDX)
               MOVE RL-OPEN-DATE TO WS-RCV-OPEN-DATE(WS-RCV-IDX)
               MOVE RL-LAST-DATE TO WS-RCV-LAST-DATE(WS-RCV-IDX)
               MOVE RL-PARTY TO WS-RCV-PARTY(WS-RCV-IDX)
           END-IF.
       FIND-RECOVERY-PARA.
           MOVE 'N' TO WS-RCV-SW
           SET WS-RCV-IDX TO 1
           PERFORM UNTIL WS-RCV-IDX > WS-RCV-CNT OR WS-RCV-FOUND
               IF WS-RCV-CLAIM(WS-RCV-IDX) = RT-CLAIM
                  AND WS-RCV-TYPE(WS-RCV-IDX) = RT-TYPE
                   SET WS-RCV-FOUND TO TRUE
               ELSE
                   SET WS-RCV-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    EXPECT OPENS A RECOVERY (OR RESTATES WHAT WE NOW EXPECT ON
      *    ONE ALREADY OPEN), RECEIVE BOOKS MONEY IN AGAINST IT, AND
      *    WRITEOFF ABANDONS WHATEVER IS STILL OUTSTANDING.  A CLAIM
      *    CAN CARRY ONE SUBRO AND ONE SALVAGE RECOVERY.
       APPLY-TRAN-PARA.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-TRAN-AMT
           IF RT-AMT(1:6) IS NUMERIC AND RT-AMT(8:2) IS NUMERIC
               MOVE RT-AMT TO WS-TRAN-AMT
           END-IF
           IF NOT RT-TYPE-VALID
               MOVE 'UNKNOWN RECOVERY TYPE' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-RECOVERY-PARA
               EVALUATE TRUE
                   WHEN RT-ACTION-EXPECT
                       PERFORM APPLY-EXPECT-PARA
                   WHEN RT-ACTION-RECEIVE
                       PERFORM APPLY-RECEIVE-PARA
                   WHEN RT-ACTION-WRITEOFF
                       PERFORM APPLY-WRITEOFF-PARA
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-CNT
               DISPLAY 'SUBRO: REJECTED ' RT-ACTION ' ' RT-CLAIM ' '
                   RT-TYPE ' ' RT-AMT ' - ' WS-REJECT-REASON
           END-IF.
      *    ONLY AN AUTO OR PROPERTY CLAIM THAT HAS ACTUALLY BEEN PAID
      *    CAN HAVE A RECOVERY, AND WE NEVER EXPECT TO GET BACK MORE
      *    THAN WE PAID OUT ON IT.
       APPLY-EXPECT-PARA.
           PERFORM FIND-CLAIM-PARA
           EVALUATE TRUE
               WHEN WS-TRAN-AMT = ZERO
                   MOVE 'NO EXPECTED AMOUNT' TO WS-REJECT-REASON
               WHEN NOT WS-CLM-FOUND
                   MOVE 'CLAIM NOT ON CLAIM MASTER'
                       TO WS-REJECT-REASON
               WHEN WS-CLM-LOB(WS-CLM-IDX) NOT = 'AUTO'
                AND WS-CLM-LOB(WS-CLM-IDX) NOT = 'PROPERT'
                   MOVE 'NOT AN AUTO OR PROPERTY CLAIM'
                       TO WS-REJECT-REASON
               WHEN WS-CLM-PAID(WS-CLM-IDX) = ZERO
                   MOVE 'NOTHING PAID ON CLAIM YET' TO WS-REJECT-REASON
               WHEN WS-TRAN-AMT > WS-CLM-PAID(WS-CLM-IDX)
                   MOVE 'EXPECTED EXCEEDS CLAIM PAID'
                       TO WS-REJECT-REASON
               WHEN WS-RCV-FOUND AND NOT WS-RCV-OPEN(WS-RCV-IDX)
                   MOVE 'RECOVERY ALREADY CLOSED' TO WS-REJECT-REASON
               WHEN WS-RCV-FOUND
                   ADD 1 TO WS-REVISED-CNT
                   MOVE WS-TRAN-AMT TO WS-RCV-EXPECTED(WS-RCV-IDX)
                   IF RT-PARTY NOT = SPACES
                       MOVE RT-PARTY TO WS-RCV-PARTY(WS-RCV-IDX)
                   END-IF
                   MOVE WS-BUS-DATE TO WS-RCV-LAST-DATE(WS-RCV-IDX)
                   PERFORM SET-RECOVERY-STATUS-PARA
               WHEN WS-RCV-CNT >= WS-RCV-MAX
                   MOVE 'RECOVERY TABLE FULL' TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-OPENED-CNT
                   ADD 1 TO WS-RCV-CNT
                   SET WS-RCV-IDX TO WS-RCV-CNT
                   MOVE RT-CLAIM TO WS-RCV-CLAIM(WS-RCV-IDX)
                   MOVE RT-TYPE TO WS-RCV-TYPE(WS-RCV-IDX)
                   MOVE WS-CLM-POLICY(WS-CLM-IDX)
                       TO WS-RCV-POLICY(WS-RCV-IDX)
                   MOVE WS-CLM-LOB(WS-CLM-IDX)
                       TO WS-RCV-LOB(WS-RCV-IDX)
                   MOVE WS-TRAN-AMT TO WS-RCV-EXPECTED(WS-RCV-IDX)
                   MOVE ZERO TO WS-RCV-RECEIVED(WS-RCV-IDX)
                   MOVE 'OPEN' TO WS-RCV-STATUS(WS-RCV-IDX)
                   MOVE WS-BUS-DATE TO WS-RCV-OPEN-DATE(WS-RCV-IDX)
                   MOVE WS-BUS-DATE TO WS-RCV-LAST-DATE(WS-RCV-IDX)
                   MOVE RT-PARTY TO WS-RCV-PARTY(WS-RCV-IDX)
           END-EVALUATE.
      *    MONEY IN IS BOOKED AS IT ARRIVES, EVEN IF IT IS MORE THAN
      *    WE EXPECTED (A SALVAGE LOT CAN SELL HIGH), AND GOES TO THE
      *    GENERAL LEDGER TONIGHT.
       APPLY-RECEIVE-PARA.
           EVALUATE TRUE
               WHEN WS-TRAN-AMT = ZERO
                   MOVE 'NO AMOUNT RECEIVED' TO WS-REJECT-REASON
               WHEN NOT WS-RCV-FOUND
                   MOVE 'NO RECOVERY OPEN FOR CLAIM'
                       TO WS-REJECT-REASON
               WHEN NOT WS-RCV-OPEN(WS-RCV-IDX)
                   MOVE 'RECOVERY ALREADY CLOSED' TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-RECEIPT-CNT
                   ADD WS-TRAN-AMT TO WS-RCV-RECEIVED(WS-RCV-IDX)
                   MOVE WS-BUS-DATE TO WS-RCV-LAST-DATE(WS-RCV-IDX)
                   IF RT-TYPE = 'SUBRO'
                       ADD WS-TRAN-AMT TO WS-SUBRO-TODAY
                   ELSE
                       ADD WS-TRAN-AMT TO WS-SALVAGE-TODAY
                   END-IF
                   PERFORM SET-RECOVERY-STATUS-PARA
           END-EVALUATE.
       APPLY-WRITEOFF-PARA.
           EVALUATE TRUE
               WHEN NOT WS-RCV-FOUND
                   MOVE 'NO RECOVERY OPEN FOR CLAIM'
                       TO WS-REJECT-REASON
               WHEN NOT WS-RCV-OPEN(WS-RCV-IDX)
                   MOVE 'RECOVERY ALREADY CLOSED' TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-WRITEOFF-CNT
                   COMPUTE WS-WRITEOFF-AMT =
                       WS-RCV-EXPECTED(WS-RCV-IDX)
                       - WS-RCV-RECEIVED(WS-RCV-IDX)
                   ADD WS-WRITEOFF-AMT TO WS-WRITEOFF-TOTAL
                   MOVE 'WRITEOFF' TO WS-RCV-STATUS(WS-RCV-IDX)
                   MOVE WS-BUS-DATE TO WS-RCV-LAST-DATE(WS-RCV-IDX)
           END-EVALUATE.
       SET-RECOVERY-STATUS-PARA.
           EVALUATE TRUE
               WHEN WS-RCV-RECEIVED(WS-RCV-IDX)
                    >= WS-RCV-EXPECTED(WS-RCV-IDX)
                   MOVE 'CLOSED' TO WS-RCV-STATUS(WS-RCV-IDX)
               WHEN WS-RCV-RECEIVED(WS-RCV-IDX) > ZERO
                   MOVE 'PARTIAL' TO WS-RCV-STATUS(WS-RCV-IDX)
               WHEN OTHER
                   MOVE 'OPEN' TO WS-RCV-STATUS(WS-RCV-IDX)
           END-EVALUATE.
      *    THE NEW LEDGER IS WRITTEN FROM THE TABLE, AND EACH ENTRY'S
      *    RECOVERED MONEY IS CREDITED TO ITS LINE AS IT GOES SO THE
      *    REPORT BELOW NETS IT OFF GROSS PAID.
       WRITE-LEDGER-PARA.
           OPEN OUTPUT RCVLDGN
           MOVE WS-HDR-IMAGE TO RNP
           WRITE RNP
           SET WS-RCV-IDX TO 1
           PERFORM UNTIL WS-RCV-IDX > WS-RCV-CNT
               MOVE SPACES TO RNP
               MOVE WS-RCV-CLAIM(WS-RCV-IDX) TO RN-CLAIM
               MOVE WS-RCV-TYPE(WS-RCV-IDX) TO RN-TYPE
               MOVE WS-RCV-POLICY(WS-RCV-IDX) TO RN-POLICY
               MOVE WS-RCV-LOB(WS-RCV-IDX) TO RN-LOB
               MOVE WS-RCV-EXPECTED(WS-RCV-IDX) TO RN-EXPECTED
               MOVE WS-RCV-RECEIVED(WS-RCV-IDX) TO RN-RECEIVED
               MOVE WS-RCV-STATUS(WS-RCV-IDX) TO RN-STATUS
               MOVE WS-RCV-OPEN-DATE(WS-RCV-IDX) TO RN-OPEN-DATE
               MOVE WS-RCV-LAST-DATE(WS-RCV-IDX) TO RN-LAST-DATE
               MOVE WS-RCV-PARTY(WS-RCV-IDX) TO RN-PARTY
               WRITE RNP
               ADD 1 TO WS-LDG-CNT
               ADD WS-RCV-RECEIVED(WS-RCV-IDX) TO WS-LDG-HASH
               MOVE WS-RCV-LOB(WS-RCV-IDX) TO WS-HOLD-LOB
               PERFORM FIND-LOB-PARA
               IF WS-RCV-TYPE(WS-RCV-IDX) = 'SUBRO'
                   ADD WS-RCV-RECEIVED(WS-RCV-IDX)
                       TO WS-LOB-SUBRO(WS-LOB-IDX)
                   ADD WS-RCV-RECEIVED(WS-RCV-IDX) TO WS-SUBRO-TOTAL
               ELSE
                   ADD WS-RCV-RECEIVED(WS-RCV-IDX)
                       TO WS-LOB-SALVAGE(WS-LOB-IDX)
                   ADD WS-RCV-RECEIVED(WS-RCV-IDX)
                       TO WS-SALVAGE-TOTAL
               END-IF
               IF WS-RCV-OPEN(WS-RCV-IDX)
                   COMPUTE WS-OUTSTAND =
                       WS-RCV-EXPECTED(WS-RCV-IDX)
                       - WS-RCV-RECEIVED(WS-RCV-IDX)
                   ADD WS-OUTSTAND TO WS-LOB-OUTSTAND(WS-LOB-IDX)
                   ADD WS-OUTSTAND TO WS-OUTSTAND-TOTAL
               END-IF
               SET WS-RCV-IDX UP BY 1
           END-PERFORM
           MOVE WS-LDG-CNT TO WS-ET-CNT
           MOVE WS-LDG-HASH TO WS-ET-HASH
           MOVE WS-EXPECT-TRL TO RNP
           WRITE RNP
           CLOSE RCVLDGN.
      *    TONIGHT'S RECEIPTS COME OFF CLAIM LOSSES: CASH IS DEBITED
      *    TO THE RECOVERIES CLEARING ACCOUNT AND THE SAME AMOUNT IS
      *    CREDITED TO THE SUBROGATION OR SALVAGE CONTRA-LOSS
      *    ACCOUNT, SO NET PAID IN THE LEDGER MATCHES THE REPORT.
      *    GLEXTR TAKES THE JOURNAL ONCE A MONTH, SO EACH RUN ADDS
      *    ITS OWN HEADER, LINES AND TRAILER TO THE MONTH'S FILE.  THE
      *    FIRST RUN IN A NEW MONTH STARTS THE FILE AGAIN; THE MONTH
      *    BEFORE WAS TAKEN BY THAT MONTH'S CLOSE.
       WRITE-RCVJRNL-PARA.
           OPEN INPUT RCVJRNL
           IF WS-RCVJRNL-STATUS = '00'
               READ RCVJRNL
                   AT END CONTINUE
                   NOT AT END
                       IF RJP(1:3) = 'HDR' AND
                          RJP(14:6) = WS-BUS-DATE(1:6)
                           SET WS-JRNL-MONTH TO TRUE
                       END-IF
               END-READ
               CLOSE RCVJRNL
           END-IF
           IF WS-JRNL-MONTH
               OPEN EXTEND RCVJRNL
               IF WS-RCVJRNL-STATUS = '35'
                   OPEN OUTPUT RCVJRNL
               END-IF
           ELSE
               OPEN OUTPUT RCVJRNL
           END-IF
           MOVE WS-HDR-IMAGE TO RJP
           WRITE RJP
           IF WS-SUBRO-TODAY > ZERO
               MOVE SPACES TO RJP
               MOVE WS-BUS-DATE TO RJ-DATE
               MOVE '1600' TO RJ-ACCT
               MOVE 'RECOVERY RECEIPTS' TO RJ-DESC
               MOVE WS-SUBRO-TODAY TO RJ-DR
               MOVE ZERO TO RJ-CR
               WRITE RJP
               ADD 1 TO WS-JRNL-CNT
               ADD WS-SUBRO-TODAY TO WS-JRNL-HASH
               MOVE SPACES TO RJP
               MOVE WS-BUS-DATE TO RJ-DATE
               MOVE '5150' TO RJ-ACCT
               MOVE 'SUBRO RECOVERIES' TO RJ-DESC
               MOVE ZERO TO RJ-DR
               MOVE WS-SUBRO-TODAY TO RJ-CR
               WRITE RJP
               ADD 1 TO WS-JRNL-CNT
           END-IF
           IF WS-SALVAGE-TODAY > ZERO
               MOVE SPACES TO RJP
               MOVE WS-BUS-DATE TO RJ-DATE
               MOVE '1600' TO RJ-ACCT
               MOVE 'RECOVERY RECEIPTS' TO RJ-DESC
               MOVE WS-SALVAGE-TODAY TO RJ-DR
               MOVE ZERO TO RJ-CR
               WRITE RJP
               ADD 1 TO WS-JRNL-CNT
               ADD WS-SALVAGE-TODAY TO WS-JRNL-HASH
               MOVE SPACES TO RJP
               MOVE WS-BUS-DATE TO RJ-DATE
               MOVE '5160' TO RJ-ACCT
               MOVE 'SALVAGE RECOVERIES' TO RJ-DESC
               MOVE ZERO TO RJ-DR
               MOVE WS-SALVAGE-TODAY TO RJ-CR
               WRITE RJP
               ADD 1 TO WS-JRNL-CNT
           END-IF
           MOVE WS-JRNL-CNT TO WS-ET-CNT
           MOVE WS-JRNL-HASH TO WS-ET-HASH
           MOVE WS-EXPECT-TRL TO RJP
           WRITE RJP
           CLOSE RCVJRNL.
       FIND-LOB-PARA.
           MOVE 'N' TO WS-LOB-SW
           SET WS-LOB-IDX TO 1
           PERFORM UNTIL WS-LOB-IDX > WS-LOB-CNT OR WS-LOB-FOUND
               IF WS-LOB-ID(WS-LOB-IDX) = WS-HOLD-LOB
                   SET WS-LOB-FOUND TO TRUE
               ELSE
                   SET WS-LOB-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-LOB-FOUND
               IF WS-LOB-CNT >= WS-LOB-MAX
                   DISPLAY 'SUBRO: LOB TABLE FULL, ' WS-HOLD-LOB
                       ' COUNTED WITH THE LAST LINE'
                   SET WS-LOB-IDX TO WS-LOB-CNT
               ELSE
                   ADD 1 TO WS-LOB-CNT
                   SET WS-LOB-IDX TO WS-LOB-CNT
                   MOVE WS-HOLD-LOB TO WS-LOB-ID(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-CLAIMS(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-GROSS(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-SUBRO(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-SALVAGE(WS-LOB-IDX)
                   MOVE ZERO TO WS-LOB-OUTSTAND(WS-LOB-IDX)
               END-IF
           END-IF.
       RECOVERY-REPORT-PARA.
           DISPLAY '===== CLAIMS PAID NET OF RECOVERIES ====='
           DISPLAY 'LOB     CLAIMS  GROSS PAID  SUBRO  SALVAGE  '
               'NET PAID  STILL EXPECTED'
           SET WS-LOB-IDX TO 1
           PERFORM UNTIL WS-LOB-IDX > WS-LOB-CNT
               COMPUTE WS-NET-PAID = WS-LOB-GROSS(WS-LOB-IDX)
                   - WS-LOB-SUBRO(WS-LOB-IDX)
                   - WS-LOB-SALVAGE(WS-LOB-IDX)
               DISPLAY WS-LOB-ID(WS-LOB-IDX) ' '
                   WS-LOB-CLAIMS(WS-LOB-IDX) ' '
                   WS-LOB-GROSS(WS-LOB-IDX) ' '
                   WS-LOB-SUBRO(WS-LOB-IDX) ' '
                   WS-LOB-SALVAGE(WS-LOB-IDX) ' '
                   WS-NET-PAID ' '
                   WS-LOB-OUTSTAND(WS-LOB-IDX)
               SET WS-LOB-IDX UP BY 1
           END-PERFORM.
      *    EVERY RECOVERY STILL OPEN IS LISTED WITH THE DAYS SINCE IT
      *    WAS OPENED, OLDEST BAND LAST, SO THE RECOVERY UNIT KNOWS
      *    WHICH CARRIERS AND SALVAGE YARDS TO CHASE.
       FOLLOWUP-REPORT-PARA.
           INITIALIZE WS-BAND-TABLE
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           DISPLAY '===== OPEN RECOVERY FOLLOW-UP ====='
           DISPLAY 'CLAIM    TYPE    POLICY LOB     OUTSTANDING  '
               'OPENED    LAST ACT  DAYS  BAND     PARTY'
           SET WS-RCV-IDX TO 1
           PERFORM UNTIL WS-RCV-IDX > WS-RCV-CNT
               IF WS-RCV-OPEN(WS-RCV-IDX)
                   PERFORM FOLLOWUP-LINE-PARA
               END-IF
               SET WS-RCV-IDX UP BY 1
           END-PERFORM
           DISPLAY 'AGED 0-30 DAYS      : ' WS-BAND-CNT(1) ' '
               WS-BAND-AMT(1)
           DISPLAY 'AGED 31-60 DAYS     : ' WS-BAND-CNT(2) ' '
               WS-BAND-AMT(2)
           DISPLAY 'AGED 61-90 DAYS     : ' WS-BAND-CNT(3) ' '
               WS-BAND-AMT(3)
           DISPLAY 'AGED OVER 90 DAYS   : ' WS-BAND-CNT(4) ' '
               WS-BAND-AMT(4).
       FOLLOWUP-LINE-PARA.
           ADD 1 TO WS-FOLLOWUP-CNT
           COMPUTE WS-OUTSTAND = WS-RCV-EXPECTED(WS-RCV-IDX)
               - WS-RCV-RECEIVED(WS-RCV-IDX)
           COMPUTE WS-OPEN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RCV-OPEN-DATE(WS-RCV-IDX))
           IF WS-BUS-DATE-INT > WS-OPEN-DATE-INT
               COMPUTE WS-AGE-DAYS =
                   WS-BUS-DATE-INT - WS-OPEN-DATE-INT
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BAND-IDX
                   MOVE '0-30' TO WS-AGE-BAND
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BAND-IDX
                   MOVE '31-60' TO WS-AGE-BAND
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BAND-IDX
                   MOVE '61-90' TO WS-AGE-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
                   MOVE 'OVER 90' TO WS-AGE-BAND
           END-EVALUATE
           ADD 1 TO WS-BAND-CNT(WS-BAND-IDX)
           ADD WS-OUTSTAND TO WS-BAND-AMT(WS-BAND-IDX)
           DISPLAY WS-RCV-CLAIM(WS-RCV-IDX) ' '
               WS-RCV-TYPE(WS-RCV-IDX) ' '
               WS-RCV-POLICY(WS-RCV-IDX) '  '
               WS-RCV-LOB(WS-RCV-IDX) ' '
               WS-OUTSTAND ' '
               WS-RCV-OPEN-DATE(WS-RCV-IDX) ' '
               WS-RCV-LAST-DATE(WS-RCV-IDX) ' '
               WS-AGE-DAYS ' ' WS-AGE-BAND ' '
               WS-RCV-PARTY(WS-RCV-IDX).
       TOTAL-REPORT-PARA.
           COMPUTE WS-RECOVERED = WS-SUBRO-TOTAL + WS-SALVAGE-TOTAL
           COMPUTE WS-NET-PAID = WS-GROSS-TOTAL - WS-RECOVERED
           DISPLAY '===== CLAIM RECOVERY TOTALS ====='
           DISPLAY 'CLAIMS ON MASTER    : ' WS-CLAIM-CNT
           DISPLAY 'PRIOR LEDGER ROWS   : ' WS-PRIOR-CNT
           DISPLAY 'TRANSACTIONS READ   : ' WS-TRAN-CNT
           DISPLAY 'RECOVERIES OPENED   : ' WS-OPENED-CNT
           DISPLAY 'EXPECTATIONS REVISED: ' WS-REVISED-CNT
           DISPLAY 'RECEIPTS BOOKED     : ' WS-RECEIPT-CNT
           DISPLAY 'RECOVERIES WRITTEN  : ' WS-WRITEOFF-CNT
           DISPLAY 'TRANSACTIONS REJECT : ' WS-REJECT-CNT
           DISPLAY 'OPEN FOR FOLLOW-UP  : ' WS-FOLLOWUP-CNT
           DISPLAY 'SUBRO RECEIVED TODAY: ' WS-SUBRO-TODAY
           DISPLAY 'SALVAGE RECVD TODAY : ' WS-SALVAGE-TODAY
           DISPLAY 'WRITTEN OFF TODAY   : ' WS-WRITEOFF-TOTAL
           DISPLAY 'GROSS CLAIMS PAID   : ' WS-GROSS-TOTAL
           DISPLAY 'SUBRO RECOVERED     : ' WS-SUBRO-TOTAL
           DISPLAY 'SALVAGE RECOVERED   : ' WS-SALVAGE-TOTAL
           DISPLAY 'NET CLAIMS PAID     : ' WS-NET-PAID
           DISPLAY 'STILL EXPECTED      : ' WS-OUTSTAND-TOTAL.
       WRITE-BALANCE-PARA.
           OPEN EXTEND BALANCE
           IF WS-BALANCE-STATUS = '35'
               OPEN OUTPUT BALANCE
           END-IF
           MOVE 'SUBRO' TO BL-STEP
           MOVE WS-RUN-DATE TO BL-DATE
           MOVE WS-TRAN-CNT TO BL-READ
           COMPUTE BL-ACCEPT = WS-TRAN-CNT - WS-REJECT-CNT
           MOVE WS-REJECT-CNT TO BL-REJECT
           COMPUTE BL-AMT = WS-SUBRO-TODAY + WS-SALVAGE-TODAY
           MOVE WS-LDG-HASH TO BL-AMT2
           WRITE BLP
           CLOSE BALANCE.
