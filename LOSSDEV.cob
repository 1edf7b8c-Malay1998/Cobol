       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSDEV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMMST
           ASSIGN TO DYNAMIC WS-CLAIMMST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMMST-STATUS.
           SELECT CLMSNAP
           ASSIGN TO DYNAMIC WS-CLMSNAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMSNAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLAIMMST.
           COPY CLAIMREC.
       FD CLMSNAP.
       01 CSN.
           02 SN-QTR PIC 9(5).
           02 PIC X.
           02 SN-DATE PIC 9(8).
           02 PIC X.
           02 SN-CLAIM PIC X(8).
           02 PIC X.
           02 SN-LOB PIC X(7).
           02 PIC X.
           02 SN-AY PIC 9(4).
           02 PIC X.
           02 SN-PAID PIC 9(6).9(2).
           02 PIC X.
           02 SN-RESERVE PIC 9(6).9(2).
       WORKING-STORAGE SECTION.
       01 WS-CLAIMMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLAIMMST.PAT'.
       01 WS-CLAIMMST-DSN PIC X(100).
       01 WS-CLMSNAP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMSNAP.PAT'.
       01 WS-CLMSNAP-DSN PIC X(100).
       01 WS-CLAIMMST-STATUS PIC X(2).
       01 WS-CLMSNAP-STATUS PIC X(2).
       01 WS-CLAIM-EOF-SW PIC X VALUE 'N'.
           88 WS-CLAIM-EOF VALUE 'Y'.
       01 WS-SNAP-EOF-SW PIC X VALUE 'N'.
           88 WS-SNAP-EOF VALUE 'Y'.
       01 WS-TAKEN-SW PIC X VALUE 'N'.
           88 WS-TAKEN VALUE 'Y'.
       01 WS-QUARTER-END PIC X(1).
           88 WS-QUARTER-END-YES VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
           02 WS-BUS-YEAR PIC 9(4).
           02 WS-BUS-MONTH PIC 9(2).
           02 WS-BUS-DAY PIC 9(2).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-CENTURY PIC 9(2) VALUE 20.
       01 WS-CUR-QTR PIC 9(5).
       01 WS-QTR-NO PIC 9.
       01 WS-LOSS-DATE PIC 9(6).
       01 WS-LOSS-DATE-R REDEFINES WS-LOSS-DATE.
           02 WS-LOSS-YY PIC 9(2).
           02 WS-LOSS-MM PIC 9(2).
           02 WS-LOSS-DD PIC 9(2).
       01 WS-HOLD-LOB PIC X(7).
       01 WS-HOLD-AY PIC 9(4).
       01 WS-HOLD-QTR PIC 9(5).
       01 WS-SNAP-YEAR PIC 9(4).
       01 WS-SNAP-QNO PIC 9.
       01 WS-HOLD-PAID PIC 9(6)V9(2).
       01 WS-HOLD-RESERVE PIC 9(6)V9(2).
       01 WS-AGE PIC S9(4) COMP.
       01 WS-AGE-MAX PIC 9(2) COMP VALUE 20.
       01 WS-TRI-MAX PIC 9(2) COMP VALUE 10.
       01 WS-TRI-CNT PIC 9(2) COMP VALUE ZERO.
       01 WS-AY-MAX PIC 9(2) COMP VALUE 10.
       01 WS-TRI-TABLE.
           02 WS-TRI-ENTRY OCCURS 10 TIMES INDEXED BY WS-TRI-IDX.
               03 WS-TRI-LOB PIC X(7).
               03 WS-TRI-AY-CNT PIC 9(2) COMP.
               03 WS-TRI-TOP-AGE PIC 9(2) COMP.
               03 WS-TRI-IBNR PIC 9(11)V9(2).
               03 WS-TRI-AY OCCURS 10 TIMES INDEXED BY WS-AY-IDX.
                   04 WS-AY-YEAR PIC 9(4).
                   04 WS-AY-LAST-AGE PIC 9(2) COMP.
                   04 WS-AY-CELL OCCURS 20 TIMES
                       INDEXED BY WS-AGE-IDX.
                       05 WS-CELL-SW PIC X.
                           88 WS-CELL-SET VALUE 'Y'.
                       05 WS-CELL-PAID PIC 9(11)V9(2).
                       05 WS-CELL-INC PIC 9(11)V9(2).
       01 WS-TRI-SW PIC X.
           88 WS-TRI-FOUND VALUE 'Y'.
       01 WS-AY-SW PIC X.
           88 WS-AY-FOUND VALUE 'Y'.
       01 WS-LOW-AY PIC 9(4) VALUE 9999.
       01 WS-HIGH-AY PIC 9(4) VALUE ZERO.
       01 WS-ROW-AY PIC 9(4).
       01 WS-NEXT-AGE PIC 9(2) COMP.
       01 WS-FACTOR-TABLE.
           02 WS-FAC-ENTRY OCCURS 20 TIMES INDEXED BY WS-FAC-IDX.
               03 WS-FAC-PAID PIC 9(3)V9(4).
               03 WS-FAC-INC PIC 9(3)V9(4).
               03 WS-FAC-CDF PIC 9(5)V9(4).
       01 WS-SUM-FROM PIC 9(13)V9(2).
       01 WS-SUM-TO PIC 9(13)V9(2).
       01 WS-SUM-PFROM PIC 9(13)V9(2).
       01 WS-SUM-PTO PIC 9(13)V9(2).
       01 WS-ULTIMATE PIC 9(13)V9(2).
       01 WS-LATEST PIC 9(11)V9(2).
       01 WS-AY-IBNR PIC 9(11)V9(2).
       01 WS-IBNR-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-CDF PIC 9(5)V9(4).
       01 WS-TRI-LINE.
           02 WS-TL-LABEL PIC X(8).
           02 WS-TL-CELL OCCURS 20 TIMES.
               03 PIC X.
               03 WS-TL-AMT PIC ZZZZZZZZ9.99.
       01 WS-FAC-LINE.
           02 WS-FL-LABEL PIC X(8).
           02 WS-FL-CELL OCCURS 20 TIMES.
               03 PIC X(5).
               03 WS-FL-FAC PIC ZZ9.9999.
       01 WS-AGE-LINE.
           02 WS-AL-LABEL PIC X(8).
           02 WS-AL-CELL OCCURS 20 TIMES.
               03 PIC X(10).
               03 WS-AL-MONTHS PIC ZZ9.
       01 WS-LINE-LEN PIC 9(3) COMP.
       01 WS-MONTHS PIC 9(3).
       01 WS-SNAP-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SNAP-WRITE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OUT-RANGE-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'LOSSDEV' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           COMPUTE WS-QTR-NO = (WS-BUS-MONTH - 1) / 3 + 1.
           COMPUTE WS-CUR-QTR = WS-BUS-YEAR * 10 + WS-QTR-NO.
           MOVE 'N' TO WS-QUARTER-END
           ACCEPT WS-QUARTER-END FROM ENVIRONMENT 'QUARTER_END'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           PERFORM LOAD-SNAPSHOTS-PARA.
           IF WS-QUARTER-END-YES
               IF WS-TAKEN
                   DISPLAY 'LOSSDEV: QUARTER ' WS-CUR-QTR
                       ' ALREADY SNAPSHOT, CLAIM MASTER NOT TAKEN '
                       'AGAIN'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM TAKE-SNAPSHOT-PARA
               END-IF
           END-IF.
           IF WS-TRI-CNT = ZERO
               DISPLAY 'LOSSDEV: NO CLAIM SNAPSHOTS ON FILE, NO '
                   'TRIANGLES TO PRODUCE'
           ELSE
               PERFORM TRIANGLE-REPORT-PARA
               PERFORM CONTROL-TOTAL-PARA
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
           MOVE WS-CLMSNAP-DSN-DFLT TO WS-CLMSNAP-DSN
           ACCEPT WS-CLMSNAP-DSN FROM ENVIRONMENT 'CLMSNAP_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLMSNAP-DSN = SPACES
               MOVE WS-CLMSNAP-DSN-DFLT TO WS-CLMSNAP-DSN
           END-IF.
      *    EVERY SNAPSHOT EVER TAKEN IS PART OF THE TRIANGLE: EACH
      *    QUARTER'S ROWS LAND IN THE CELL FOR THEIR ACCIDENT YEAR
      *    AND THE NUMBER OF QUARTERS THAT YEAR HAD BEEN RUNNING.
       LOAD-SNAPSHOTS-PARA.
           OPEN INPUT CLMSNAP
           IF WS-CLMSNAP-STATUS = '35'
               DISPLAY 'LOSSDEV: NO CLAIM SNAPSHOT FILE, HISTORY '
                   'STARTS WITH THE NEXT QUARTER END'
               SET WS-SNAP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SNAP-EOF
               READ CLMSNAP
                   AT END SET WS-SNAP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SNAP-READ-CNT
                       IF SN-QTR = WS-CUR-QTR
                           SET WS-TAKEN TO TRUE
                       END-IF
                       MOVE SN-LOB TO WS-HOLD-LOB
                       MOVE SN-AY TO WS-HOLD-AY
                       MOVE SN-QTR TO WS-HOLD-QTR
                       MOVE SN-PAID TO WS-HOLD-PAID
                       MOVE SN-RESERVE TO WS-HOLD-RESERVE
                       PERFORM POST-CELL-PARA
               END-READ
           END-PERFORM
           IF WS-CLMSNAP-STATUS NOT = '35'
               CLOSE CLMSNAP
           END-IF.
      *    AT QUARTER END EVERY CLAIM ON THE MASTER IS WRITTEN TO THE
      *    SNAPSHOT FILE AS IT STANDS TODAY AND ADDED TO THE NEWEST
      *    DIAGONAL OF THE TRIANGLE.
       TAKE-SNAPSHOT-PARA.
           OPEN INPUT CLAIMMST
           IF WS-CLAIMMST-STATUS NOT = '00'
               DISPLAY 'LOSSDEV: UNABLE TO OPEN CLAIMMST FILE, '
                   'STATUS=' WS-CLAIMMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CLMSNAP
           IF WS-CLMSNAP-STATUS = '35'
               OPEN OUTPUT CLMSNAP
           END-IF
           PERFORM UNTIL WS-CLAIM-EOF
               READ CLAIMMST
                   AT END SET WS-CLAIM-EOF TO TRUE
                   NOT AT END
                       IF CLM(1:3) = 'HDR' OR CLM(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM SNAP-ONE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMMST
           CLOSE CLMSNAP
           DISPLAY 'LOSSDEV: QUARTER ' WS-CUR-QTR ' SNAPSHOT TAKEN, '
               WS-SNAP-WRITE-CNT ' CLAIMS'.
       SNAP-ONE-PARA.
           MOVE CM-LOSS-DATE TO WS-LOSS-DATE
           MOVE CM-LOB TO WS-HOLD-LOB
           COMPUTE WS-HOLD-AY = WS-CENTURY * 100 + WS-LOSS-YY
           MOVE WS-CUR-QTR TO WS-HOLD-QTR
           MOVE ZERO TO WS-HOLD-PAID
           MOVE ZERO TO WS-HOLD-RESERVE
           IF CM-PAID(1:6) IS NUMERIC AND CM-PAID(8:2) IS NUMERIC
               MOVE CM-PAID TO WS-HOLD-PAID
           END-IF
           IF CM-RESERVE(1:6) IS NUMERIC AND
              CM-RESERVE(8:2) IS NUMERIC
               MOVE CM-RESERVE TO WS-HOLD-RESERVE
           END-IF
           MOVE SPACES TO CSN
           MOVE WS-CUR-QTR TO SN-QTR
           MOVE WS-BUS-DATE TO SN-DATE
           MOVE CM-CLAIM TO SN-CLAIM
           MOVE WS-HOLD-LOB TO SN-LOB
           MOVE WS-HOLD-AY TO SN-AY
           MOVE WS-HOLD-PAID TO SN-PAID
           MOVE WS-HOLD-RESERVE TO SN-RESERVE
           WRITE CSN
           ADD 1 TO WS-SNAP-WRITE-CNT
           PERFORM POST-CELL-PARA.
      *    AGE IS COUNTED IN QUARTERS FROM THE START OF THE ACCIDENT
      *    YEAR, SO A LOSS YEAR'S FIRST QUARTER END IS AGE 1 (3
      *    MONTHS) AND ITS YEAR END IS AGE 4 (12 MONTHS).
       POST-CELL-PARA.
           DIVIDE WS-HOLD-QTR BY 10 GIVING WS-SNAP-YEAR
               REMAINDER WS-SNAP-QNO
           COMPUTE WS-AGE = (WS-SNAP-YEAR - WS-HOLD-AY) * 4
               + WS-SNAP-QNO
           IF WS-AGE < 1 OR WS-AGE > WS-AGE-MAX
               ADD 1 TO WS-OUT-RANGE-CNT
           ELSE
               PERFORM FIND-TRIANGLE-PARA
               PERFORM FIND-AY-PARA
               SET WS-AGE-IDX TO WS-AGE
               SET WS-CELL-SET(WS-TRI-IDX, WS-AY-IDX, WS-AGE-IDX)
                   TO TRUE
               ADD WS-HOLD-PAID
                   TO WS-CELL-PAID(WS-TRI-IDX, WS-AY-IDX, WS-AGE-IDX)
               ADD WS-HOLD-PAID WS-HOLD-RESERVE
                   TO WS-CELL-INC(WS-TRI-IDX, WS-AY-IDX, WS-AGE-IDX)
               IF WS-AGE > WS-AY-LAST-AGE(WS-TRI-IDX, WS-AY-IDX)
                   MOVE WS-AGE
                       TO WS-AY-LAST-AGE(WS-TRI-IDX, WS-AY-IDX)
               END-IF
               IF WS-AGE > WS-TRI-TOP-AGE(WS-TRI-IDX)
                   MOVE WS-AGE TO WS-TRI-TOP-AGE(WS-TRI-IDX)
               END-IF
               IF WS-HOLD-AY < WS-LOW-AY
                   MOVE WS-HOLD-AY TO WS-LOW-AY
               END-IF
               IF WS-HOLD-AY > WS-HIGH-AY
                   MOVE WS-HOLD-AY TO WS-HIGH-AY
               END-IF
           END-IF.
       FIND-TRIANGLE-PARA.
           MOVE 'N' TO WS-TRI-SW
           SET WS-TRI-IDX TO 1
           PERFORM UNTIL WS-TRI-IDX > WS-TRI-CNT OR WS-TRI-FOUND
               IF WS-TRI-LOB(WS-TRI-IDX) = WS-HOLD-LOB
                   SET WS-TRI-FOUND TO TRUE
               ELSE
                   SET WS-TRI-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-TRI-FOUND
               IF WS-TRI-CNT >= WS-TRI-MAX
                   DISPLAY 'LOSSDEV: LOB TABLE FULL, ' WS-HOLD-LOB
                       ' COUNTED WITH THE LAST LINE'
                   SET WS-TRI-IDX TO WS-TRI-CNT
               ELSE
                   ADD 1 TO WS-TRI-CNT
                   SET WS-TRI-IDX TO WS-TRI-CNT
                   INITIALIZE WS-TRI-ENTRY(WS-TRI-IDX)
                   MOVE WS-HOLD-LOB TO WS-TRI-LOB(WS-TRI-IDX)
               END-IF
           END-IF.
       FIND-AY-PARA.
           MOVE 'N' TO WS-AY-SW
           SET WS-AY-IDX TO 1
           PERFORM UNTIL WS-AY-IDX > WS-TRI-AY-CNT(WS-TRI-IDX)
                      OR WS-AY-FOUND
               IF WS-AY-YEAR(WS-TRI-IDX, WS-AY-IDX) = WS-HOLD-AY
                   SET WS-AY-FOUND TO TRUE
               ELSE
                   SET WS-AY-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-AY-FOUND
               IF WS-TRI-AY-CNT(WS-TRI-IDX) >= WS-AY-MAX
                   DISPLAY 'LOSSDEV: ACCIDENT YEAR TABLE FULL FOR '
                       WS-HOLD-LOB ', ' WS-HOLD-AY
                       ' COUNTED WITH THE LAST YEAR'
                   SET WS-AY-IDX TO WS-TRI-AY-CNT(WS-TRI-IDX)
               ELSE
                   ADD 1 TO WS-TRI-AY-CNT(WS-TRI-IDX)
                   SET WS-AY-IDX TO WS-TRI-AY-CNT(WS-TRI-IDX)
                   MOVE WS-HOLD-AY TO WS-AY-YEAR(WS-TRI-IDX, WS-AY-IDX)
               END-IF
           END-IF.
       TRIANGLE-REPORT-PARA.
           SET WS-TRI-IDX TO 1
           PERFORM UNTIL WS-TRI-IDX > WS-TRI-CNT
               PERFORM FACTOR-PARA
               PERFORM SHOW-TRIANGLE-PARA
               SET WS-TRI-IDX UP BY 1
           END-PERFORM.
      *    AGE-TO-AGE FACTORS ARE VOLUME WEIGHTED: ONLY ACCIDENT
      *    YEARS THAT HAVE REACHED THE LATER AGE COUNT TOWARD EITHER
      *    SIDE OF THE RATIO.  BEYOND THE OLDEST AGE ON FILE NO MORE
      *    DEVELOPMENT IS ASSUMED, SO THE TAIL FACTOR IS 1.
       FACTOR-PARA.
           INITIALIZE WS-FACTOR-TABLE
           SET WS-FAC-IDX TO 1
           PERFORM UNTIL WS-FAC-IDX >= WS-TRI-TOP-AGE(WS-TRI-IDX)
               MOVE ZERO TO WS-SUM-FROM
               MOVE ZERO TO WS-SUM-TO
               MOVE ZERO TO WS-SUM-PFROM
               MOVE ZERO TO WS-SUM-PTO
               SET WS-AGE-IDX TO WS-FAC-IDX
               SET WS-NEXT-AGE TO WS-FAC-IDX
               ADD 1 TO WS-NEXT-AGE
               SET WS-AY-IDX TO 1
               PERFORM UNTIL WS-AY-IDX > WS-TRI-AY-CNT(WS-TRI-IDX)
                   IF WS-CELL-SET(WS-TRI-IDX, WS-AY-IDX, WS-AGE-IDX)
                      AND WS-CELL-SET(WS-TRI-IDX, WS-AY-IDX,
                                      WS-NEXT-AGE)
                       ADD WS-CELL-INC(WS-TRI-IDX, WS-AY-IDX,
                                       WS-AGE-IDX) TO WS-SUM-FROM
                       ADD WS-CELL-INC(WS-TRI-IDX, WS-AY-IDX,
                                       WS-NEXT-AGE) TO WS-SUM-TO
                       ADD WS-CELL-PAID(WS-TRI-IDX, WS-AY-IDX,
                                        WS-AGE-IDX) TO WS-SUM-PFROM
                       ADD WS-CELL-PAID(WS-TRI-IDX, WS-AY-IDX,
                                        WS-NEXT-AGE) TO WS-SUM-PTO
                   END-IF
                   SET WS-AY-IDX UP BY 1
               END-PERFORM
               IF WS-SUM-FROM > ZERO
                   COMPUTE WS-FAC-INC(WS-FAC-IDX) ROUNDED =
                       WS-SUM-TO / WS-SUM-FROM
                       ON SIZE ERROR MOVE 1 TO WS-FAC-INC(WS-FAC-IDX)
                   END-COMPUTE
               ELSE
                   MOVE 1 TO WS-FAC-INC(WS-FAC-IDX)
               END-IF
               IF WS-SUM-PFROM > ZERO
                   COMPUTE WS-FAC-PAID(WS-FAC-IDX) ROUNDED =
                       WS-SUM-PTO / WS-SUM-PFROM
                       ON SIZE ERROR MOVE 1 TO WS-FAC-PAID(WS-FAC-IDX)
                   END-COMPUTE
               ELSE
                   MOVE 1 TO WS-FAC-PAID(WS-FAC-IDX)
               END-IF
               SET WS-FAC-IDX UP BY 1
           END-PERFORM
           SET WS-FAC-IDX TO WS-TRI-TOP-AGE(WS-TRI-IDX)
           MOVE 1 TO WS-FAC-CDF(WS-FAC-IDX)
           MOVE 1 TO WS-CDF
           PERFORM UNTIL WS-FAC-IDX <= 1
               SET WS-FAC-IDX DOWN BY 1
               COMPUTE WS-CDF ROUNDED =
                   WS-CDF * WS-FAC-INC(WS-FAC-IDX)
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
               MOVE WS-CDF TO WS-FAC-CDF(WS-FAC-IDX)
           END-PERFORM.
       SHOW-TRIANGLE-PARA.
           COMPUTE WS-LINE-LEN = 8 + WS-TRI-TOP-AGE(WS-TRI-IDX) * 13
           MOVE SPACES TO WS-AGE-LINE
           MOVE 'AGE MOS' TO WS-AL-LABEL
           SET WS-AGE-IDX TO 1
           PERFORM UNTIL WS-AGE-IDX > WS-TRI-TOP-AGE(WS-TRI-IDX)
               SET WS-MONTHS TO WS-AGE-IDX
               MULTIPLY 3 BY WS-MONTHS
               MOVE WS-MONTHS TO WS-AL-MONTHS(WS-AGE-IDX)
               SET WS-AGE-IDX UP BY 1
           END-PERFORM
           DISPLAY '===== PAID LOSS DEVELOPMENT - '
               WS-TRI-LOB(WS-TRI-IDX) ' ====='
           DISPLAY WS-AGE-LINE(1:WS-LINE-LEN)
           MOVE WS-LOW-AY TO WS-ROW-AY
           PERFORM UNTIL WS-ROW-AY > WS-HIGH-AY
               PERFORM SHOW-PAID-ROW-PARA
               ADD 1 TO WS-ROW-AY
           END-PERFORM
           MOVE SPACES TO WS-FAC-LINE
           MOVE 'ATA' TO WS-FL-LABEL
           SET WS-FAC-IDX TO 1
           PERFORM UNTIL WS-FAC-IDX >= WS-TRI-TOP-AGE(WS-TRI-IDX)
               MOVE WS-FAC-PAID(WS-FAC-IDX) TO WS-FL-FAC(WS-FAC-IDX)
               SET WS-FAC-IDX UP BY 1
           END-PERFORM
           DISPLAY WS-FAC-LINE(1:WS-LINE-LEN)
           DISPLAY '===== INCURRED LOSS DEVELOPMENT - '
               WS-TRI-LOB(WS-TRI-IDX) ' ====='
           DISPLAY WS-AGE-LINE(1:WS-LINE-LEN)
           MOVE ZERO TO WS-TRI-IBNR(WS-TRI-IDX)
           MOVE WS-LOW-AY TO WS-ROW-AY
           PERFORM UNTIL WS-ROW-AY > WS-HIGH-AY
               PERFORM SHOW-INC-ROW-PARA
               ADD 1 TO WS-ROW-AY
           END-PERFORM
           MOVE SPACES TO WS-FAC-LINE
           MOVE 'ATA' TO WS-FL-LABEL
           SET WS-FAC-IDX TO 1
           PERFORM UNTIL WS-FAC-IDX >= WS-TRI-TOP-AGE(WS-TRI-IDX)
               MOVE WS-FAC-INC(WS-FAC-IDX) TO WS-FL-FAC(WS-FAC-IDX)
               SET WS-FAC-IDX UP BY 1
           END-PERFORM
           DISPLAY WS-FAC-LINE(1:WS-LINE-LEN)
           MOVE SPACES TO WS-FAC-LINE
           MOVE 'TO ULT' TO WS-FL-LABEL
           SET WS-FAC-IDX TO 1
           PERFORM UNTIL WS-FAC-IDX > WS-TRI-TOP-AGE(WS-TRI-IDX)
               MOVE WS-FAC-CDF(WS-FAC-IDX) TO WS-FL-FAC(WS-FAC-IDX)
               SET WS-FAC-IDX UP BY 1
           END-PERFORM
           DISPLAY WS-FAC-LINE(1:WS-LINE-LEN)
           DISPLAY 'INDICATED IBNR ' WS-TRI-LOB(WS-TRI-IDX) ' : '
               WS-TRI-IBNR(WS-TRI-IDX)
           ADD WS-TRI-IBNR(WS-TRI-IDX) TO WS-IBNR-TOTAL.
       SHOW-PAID-ROW-PARA.
           MOVE WS-ROW-AY TO WS-HOLD-AY
           PERFORM LOCATE-AY-PARA
           IF WS-AY-FOUND
               MOVE SPACES TO WS-TRI-LINE
               MOVE WS-ROW-AY TO WS-TL-LABEL
               SET WS-AGE-IDX TO 1
               PERFORM UNTIL WS-AGE-IDX >
                             WS-AY-LAST-AGE(WS-TRI-IDX, WS-AY-IDX)
                   IF WS-CELL-SET(WS-TRI-IDX, WS-AY-IDX, WS-AGE-IDX)
                       MOVE WS-CELL-PAID(WS-TRI-IDX, WS-AY-IDX,
                                         WS-AGE-IDX)
                           TO WS-TL-AMT(WS-AGE-IDX)
                   END-IF
                   SET WS-AGE-IDX UP BY 1
               END-PERFORM
               DISPLAY WS-TRI-LINE(1:WS-LINE-LEN)
           END-IF.
      *    EACH ACCIDENT YEAR'S LATEST INCURRED, DEVELOPED TO
      *    ULTIMATE BY THE FACTOR FROM ITS CURRENT AGE, LESS WHAT IS
      *    ALREADY INCURRED, IS THE LOSS NOT YET REPORTED (IBNR).
       SHOW-INC-ROW-PARA.
           MOVE WS-ROW-AY TO WS-HOLD-AY
           PERFORM LOCATE-AY-PARA
           IF WS-AY-FOUND
               MOVE SPACES TO WS-TRI-LINE
               MOVE WS-ROW-AY TO WS-TL-LABEL
               SET WS-AGE-IDX TO 1
               PERFORM UNTIL WS-AGE-IDX >
                             WS-AY-LAST-AGE(WS-TRI-IDX, WS-AY-IDX)
                   IF WS-CELL-SET(WS-TRI-IDX, WS-AY-IDX, WS-AGE-IDX)
                       MOVE WS-CELL-INC(WS-TRI-IDX, WS-AY-IDX,
                                        WS-AGE-IDX)
                           TO WS-TL-AMT(WS-AGE-IDX)
                   END-IF
                   SET WS-AGE-IDX UP BY 1
               END-PERFORM
               DISPLAY WS-TRI-LINE(1:WS-LINE-LEN)
               SET WS-AGE-IDX TO WS-AY-LAST-AGE(WS-TRI-IDX, WS-AY-IDX)
               SET WS-FAC-IDX TO WS-AGE-IDX
               MOVE WS-CELL-INC(WS-TRI-IDX, WS-AY-IDX, WS-AGE-IDX)
                   TO WS-LATEST
               COMPUTE WS-ULTIMATE ROUNDED =
                   WS-LATEST * WS-FAC-CDF(WS-FAC-IDX)
               COMPUTE WS-AY-IBNR = WS-ULTIMATE - WS-LATEST
               ADD WS-AY-IBNR TO WS-TRI-IBNR(WS-TRI-IDX)
           END-IF.
       LOCATE-AY-PARA.
           MOVE 'N' TO WS-AY-SW
           SET WS-AY-IDX TO 1
           PERFORM UNTIL WS-AY-IDX > WS-TRI-AY-CNT(WS-TRI-IDX)
                      OR WS-AY-FOUND
               IF WS-AY-YEAR(WS-TRI-IDX, WS-AY-IDX) = WS-HOLD-AY
                   SET WS-AY-FOUND TO TRUE
               ELSE
                   SET WS-AY-IDX UP BY 1
               END-IF
           END-PERFORM.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== LOSS DEVELOPMENT CONTROL TOTALS ====='
           DISPLAY 'SNAPSHOT ROWS READ  : ' WS-SNAP-READ-CNT
           DISPLAY 'SNAPSHOT ROWS ADDED : ' WS-SNAP-WRITE-CNT
           DISPLAY 'OUTSIDE 20 QUARTERS : ' WS-OUT-RANGE-CNT
           DISPLAY 'LINES OF BUSINESS   : ' WS-TRI-CNT
           DISPLAY 'INDICATED IBNR TOTAL: ' WS-IBNR-TOTAL
           DISPLAY '=========================================='.
