       IDENTIFICATION DIVISION.
       PROGRAM-ID. FHSPLIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FHPART
           ASSIGN TO DYNAMIC WS-FHPART-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FHPART-STATUS.
           SELECT POLICY
           ASSIGN TO DYNAMIC WS-POLICY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-STATUS.
           SELECT RECYCLE
           ASSIGN TO DYNAMIC WS-RECYCLE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT SLICE
           ASSIGN TO DYNAMIC WS-SLICE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLICE-STATUS.
           SELECT BALANCE
           ASSIGN TO DYNAMIC WS-BALANCE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FHPART.
           COPY FHPART.
       FD POLICY.
           COPY POLYIN.
       FD RECYCLE.
       01 RYP.
           02 RY-DATA PIC X(52).
           02 PIC X.
           02 RY-CYCLE PIC 9(1).
       FD SLICE.
       01 SL-LINE PIC X(54).
       FD BALANCE.
           COPY BALREC.
       WORKING-STORAGE SECTION.
       01 WS-FHPART-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\FHPART.PAT'.
       01 WS-FHPART-DSN PIC X(100).
       01 WS-FHPART-STATUS PIC X(2).
       01 WS-POLICY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\POLICY.PAT'.
       01 WS-POLICY-DSN PIC X(100).
       01 WS-POLICY-STATUS PIC X(2).
       01 WS-RECYCLE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RECYCLE.PAT'.
       01 WS-RECYCLE-DSN PIC X(100).
       01 WS-RECYCLE-STATUS PIC X(2).
       01 WS-BALANCE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BALANCE.PAT'.
       01 WS-BALANCE-DSN PIC X(100).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-SLICE-DSN PIC X(100).
       01 WS-SLICE-STATUS PIC X(2).
       01 WS-BASE-DSN PIC X(100).
       01 WS-FP-EOF-SW PIC X VALUE 'N'.
           88 WS-FP-EOF VALUE 'Y'.
       01 WS-POL-EOF-SW PIC X VALUE 'N'.
           88 WS-POL-EOF VALUE 'Y'.
       01 WS-RY-EOF-SW PIC X VALUE 'N'.
           88 WS-RY-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-LOCKPGM PIC X(8) VALUE 'KSDSLOCK'.
       01 WS-LOCK-FUNC PIC X(6).
       01 WS-LOCK-OWNER PIC X(8) VALUE 'FILEHAND'.
      *    THE PARTITION TABLE: ONE RECORD PER SLICE GIVING ITS ID AND
      *    THE LOWEST AND HIGHEST POLICY NUMBER IT TAKES.  THE RANGES
      *    MAY NOT OVERLAP, AND EVERY POLICY ON THE FILE MUST FALL IN
      *    ONE OF THEM OR NOTHING IS CUT.
       01 WS-PT-MAX PIC 9(3) COMP VALUE 20.
       01 WS-PT-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PT-TABLE.
           02 WS-PT-ENTRY OCCURS 20 TIMES INDEXED BY WS-PT-IDX
                                                   WS-PT-IDX2.
               03 WS-PT-PART PIC X(2).
               03 WS-PT-LOW PIC X(5).
               03 WS-PT-HIGH PIC X(5).
               03 WS-PT-POL-CNT PIC 9(7) COMP.
               03 WS-PT-POL-HASH PIC 9(13)V9(2).
               03 WS-PT-RY-CNT PIC 9(7) COMP.
       01 WS-PT-FOUND-SW PIC X.
           88 WS-PT-FOUND VALUE 'Y'.
       01 WS-KEY PIC X(5).
       01 WS-TABLE-ERR-CNT PIC 9(5) VALUE ZERO.
       01 WS-UNROUTED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-POL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-POL-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-RY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-VFY-AMT PIC 9(5)V9(2).
       01 WS-SL-CNT PIC 9(7) VALUE ZERO.
       01 WS-SL-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-HDR-SEEN-SW PIC X VALUE 'N'.
           88 WS-HDR-SEEN VALUE 'Y'.
       01 WS-TRL-SEEN-SW PIC X VALUE 'N'.
           88 WS-TRL-SEEN VALUE 'Y'.
       01 WS-TRL-IMAGE PIC X(28).
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
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-CNT-ED2 PIC Z,ZZZ,ZZ9.
       01 WS-HASH-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'FHSPLIT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           PERFORM LOAD-PARTITION-PARA.
           PERFORM ROUTE-POLICY-PARA.
           PERFORM ROUTE-RECYCLE-PARA.
           IF WS-UNROUTED-CNT > ZERO
               DISPLAY 'FHSPLIT: ' WS-UNROUTED-CNT ' RECORD(S) FALL '
                   'IN NO PARTITION RANGE, NOTHING CUT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    THE SLICES UPDATE THE POLICY MASTER SIDE BY SIDE, SO THE
      *    LOCK IS TAKEN ONCE HERE FOR ALL OF THEM AND HELD UNTIL
      *    FHMERGE HAS PUT THE RUN BACK TOGETHER.
           MOVE 'LOCK' TO WS-LOCK-FUNC
           CALL WS-LOCKPGM USING WS-LOCK-FUNC, WS-LOCK-OWNER,
                                WS-BUS-DATE.
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-CNT
               PERFORM WRITE-POLICY-SLICE-PARA
               PERFORM WRITE-RECYCLE-SLICE-PARA
               SET WS-PT-IDX UP BY 1
           END-PERFORM.
           PERFORM WRITE-BALANCE-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-FHPART-DSN-DFLT TO WS-FHPART-DSN
           ACCEPT WS-FHPART-DSN FROM ENVIRONMENT 'FHPART_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FHPART-DSN = SPACES
               MOVE WS-FHPART-DSN-DFLT TO WS-FHPART-DSN
           END-IF
           MOVE WS-POLICY-DSN-DFLT TO WS-POLICY-DSN
           ACCEPT WS-POLICY-DSN FROM ENVIRONMENT 'POLICY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-POLICY-DSN = SPACES
               MOVE WS-POLICY-DSN-DFLT TO WS-POLICY-DSN
           END-IF
           MOVE WS-RECYCLE-DSN-DFLT TO WS-RECYCLE-DSN
           ACCEPT WS-RECYCLE-DSN FROM ENVIRONMENT 'RECYCLE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RECYCLE-DSN = SPACES
               MOVE WS-RECYCLE-DSN-DFLT TO WS-RECYCLE-DSN
           END-IF
           MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           ACCEPT WS-BALANCE-DSN FROM ENVIRONMENT 'BALANCE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BALANCE-DSN = SPACES
               MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           END-IF.
       LOAD-PARTITION-PARA.
           OPEN INPUT FHPART
           IF WS-FHPART-STATUS NOT = '00'
               DISPLAY 'FHSPLIT: UNABLE TO OPEN PARTITION TABLE, '
                   'STATUS=' WS-FHPART-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FP-EOF
               READ FHPART
                   AT END SET WS-FP-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-PARTITION-PARA
               END-READ
           END-PERFORM
           CLOSE FHPART
           IF WS-PT-CNT = ZERO
               DISPLAY 'FHSPLIT: PARTITION TABLE IS EMPTY'
               ADD 1 TO WS-TABLE-ERR-CNT
           END-IF
           IF WS-TABLE-ERR-CNT > ZERO
               DISPLAY 'FHSPLIT: PARTITION TABLE IN ERROR, NOTHING CUT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-ONE-PARTITION-PARA.
           EVALUATE TRUE
               WHEN FP-PART = SPACES
                   CONTINUE
               WHEN FP-LOW > FP-HIGH
                   DISPLAY 'FHSPLIT: PARTITION ' FP-PART ' LOW '
                       FP-LOW ' IS ABOVE HIGH ' FP-HIGH
                   ADD 1 TO WS-TABLE-ERR-CNT
               WHEN WS-PT-CNT >= WS-PT-MAX
                   DISPLAY 'FHSPLIT: MORE THAN ' WS-PT-MAX
                       ' PARTITIONS, ' FP-PART ' REFUSED'
                   ADD 1 TO WS-TABLE-ERR-CNT
               WHEN OTHER
                   PERFORM CHECK-OVERLAP-PARA
                   ADD 1 TO WS-PT-CNT
                   SET WS-PT-IDX TO WS-PT-CNT
                   MOVE FP-PART TO WS-PT-PART(WS-PT-IDX)
                   MOVE FP-LOW TO WS-PT-LOW(WS-PT-IDX)
                   MOVE FP-HIGH TO WS-PT-HIGH(WS-PT-IDX)
                   MOVE ZERO TO WS-PT-POL-CNT(WS-PT-IDX)
                   MOVE ZERO TO WS-PT-POL-HASH(WS-PT-IDX)
                   MOVE ZERO TO WS-PT-RY-CNT(WS-PT-IDX)
           END-EVALUATE.
       CHECK-OVERLAP-PARA.
           SET WS-PT-IDX2 TO 1
           PERFORM UNTIL WS-PT-IDX2 > WS-PT-CNT
               IF WS-PT-PART(WS-PT-IDX2) = FP-PART
                   DISPLAY 'FHSPLIT: PARTITION ' FP-PART
                       ' IS IN THE TABLE TWICE'
                   ADD 1 TO WS-TABLE-ERR-CNT
               END-IF
               IF FP-LOW <= WS-PT-HIGH(WS-PT-IDX2)
                  AND FP-HIGH >= WS-PT-LOW(WS-PT-IDX2)
                   DISPLAY 'FHSPLIT: PARTITION ' FP-PART
                       ' OVERLAPS PARTITION ' WS-PT-PART(WS-PT-IDX2)
                   ADD 1 TO WS-TABLE-ERR-CNT
               END-IF
               SET WS-PT-IDX2 UP BY 1
           END-PERFORM.
       FIND-PARTITION-PARA.
           MOVE 'N' TO WS-PT-FOUND-SW
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-CNT OR WS-PT-FOUND
               IF WS-KEY >= WS-PT-LOW(WS-PT-IDX)
                  AND WS-KEY <= WS-PT-HIGH(WS-PT-IDX)
                   SET WS-PT-FOUND TO TRUE
               ELSE
                   SET WS-PT-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    THE WHOLE FILE IS PROVED AGAINST ITS TRAILER BEFORE ANY
      *    SLICE IS CUT, THE SAME CHECK FILEHANDLING MAKES, AND EACH
      *    POLICY IS COUNTED AGAINST THE SLICE THAT WILL TAKE IT.
       ROUTE-POLICY-PARA.
           OPEN INPUT POLICY
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'FHSPLIT: UNABLE TO OPEN POLICY FILE, STATUS='
                   WS-POLICY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-POL-EOF
               READ POLICY
                   AT END SET WS-POL-EOF TO TRUE
                   NOT AT END PERFORM ROUTE-ONE-POLICY-PARA
               END-READ
           END-PERFORM
           CLOSE POLICY
           IF WS-HDR-SEEN
               IF NOT WS-TRL-SEEN
                   DISPLAY 'FHSPLIT: POLICY FILE HAS HEADER BUT NO '
                       'TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-POL-CNT TO WS-ET-CNT
               MOVE WS-POL-HASH TO WS-ET-HASH
               IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                   DISPLAY 'FHSPLIT: POLICY TRAILER DOES NOT MATCH '
                       'FILE CONTENT'
                   DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                   DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       ROUTE-ONE-POLICY-PARA.
           EVALUATE TRUE
               WHEN INP(1:3) = 'HDR'
                   SET WS-HDR-SEEN TO TRUE
               WHEN INP(1:3) = 'TRL'
                   SET WS-TRL-SEEN TO TRUE
                   MOVE INP(1:28) TO WS-TRL-IMAGE
               WHEN OTHER
                   ADD 1 TO WS-POL-CNT
                   MOVE ZERO TO WS-VFY-AMT
                   IF I-AMT(1:5) IS NUMERIC AND
                      I-AMT(7:2) IS NUMERIC
                       MOVE I-AMT TO WS-VFY-AMT
                       ADD WS-VFY-AMT TO WS-POL-HASH
                   END-IF
                   MOVE I-NUM TO WS-KEY
                   PERFORM FIND-PARTITION-PARA
                   IF WS-PT-FOUND
                       ADD 1 TO WS-PT-POL-CNT(WS-PT-IDX)
                       ADD WS-VFY-AMT TO WS-PT-POL-HASH(WS-PT-IDX)
                   ELSE
                       DISPLAY 'FHSPLIT: POLICY ' I-NUM
                           ' IS IN NO PARTITION RANGE'
                       ADD 1 TO WS-UNROUTED-CNT
                   END-IF
           END-EVALUATE.
       ROUTE-RECYCLE-PARA.
           OPEN INPUT RECYCLE
           IF WS-RECYCLE-STATUS NOT = '00'
               SET WS-RY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RY-EOF
               READ RECYCLE
                   AT END SET WS-RY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RY-CNT
                       MOVE RY-DATA(1:5) TO WS-KEY
                       PERFORM FIND-PARTITION-PARA
                       IF WS-PT-FOUND
                           ADD 1 TO WS-PT-RY-CNT(WS-PT-IDX)
                       ELSE
                           DISPLAY 'FHSPLIT: RECYCLED POLICY '
                               WS-KEY ' IS IN NO PARTITION RANGE'
                           ADD 1 TO WS-UNROUTED-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECYCLE-STATUS = '00' OR WS-RECYCLE-STATUS = '10'
               CLOSE RECYCLE
           END-IF.
      *    EACH SLICE IS A POLICY FILE IN ITS OWN RIGHT, WITH A
      *    HEADER AND A TRAILER OF ITS OWN FOR FILEHANDLING TO PROVE.
       WRITE-POLICY-SLICE-PARA.
           MOVE WS-POLICY-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           OPEN OUTPUT SLICE
           IF WS-SLICE-STATUS NOT = '00'
               DISPLAY 'FHSPLIT: UNABLE TO OPEN SLICE '
                   WS-SLICE-DSN ' STATUS=' WS-SLICE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'FHSPLIT' TO WS-HI-SOURCE
           MOVE WS-BUS-DATE TO WS-HI-DATE
           MOVE SPACES TO SL-LINE
           MOVE WS-HDR-IMAGE TO SL-LINE
           WRITE SL-LINE
           MOVE ZERO TO WS-SL-CNT
           MOVE ZERO TO WS-SL-HASH
           MOVE 'N' TO WS-POL-EOF-SW
           OPEN INPUT POLICY
           PERFORM UNTIL WS-POL-EOF
               READ POLICY
                   AT END SET WS-POL-EOF TO TRUE
                   NOT AT END PERFORM SLICE-ONE-POLICY-PARA
               END-READ
           END-PERFORM
           CLOSE POLICY
           MOVE WS-SL-CNT TO WS-ET-CNT
           MOVE WS-SL-HASH TO WS-ET-HASH
           MOVE SPACES TO SL-LINE
           MOVE WS-EXPECT-TRL TO SL-LINE
           WRITE SL-LINE
           CLOSE SLICE.
       SLICE-ONE-POLICY-PARA.
           IF INP(1:3) NOT = 'HDR' AND INP(1:3) NOT = 'TRL'
              AND I-NUM >= WS-PT-LOW(WS-PT-IDX)
              AND I-NUM <= WS-PT-HIGH(WS-PT-IDX)
               MOVE SPACES TO SL-LINE
               MOVE INP TO SL-LINE
               WRITE SL-LINE
               ADD 1 TO WS-SL-CNT
               IF I-AMT(1:5) IS NUMERIC AND I-AMT(7:2) IS NUMERIC
                   MOVE I-AMT TO WS-VFY-AMT
                   ADD WS-VFY-AMT TO WS-SL-HASH
               END-IF
           END-IF.
      *    THE SHARED RECYCLE FILE IS LEFT AS IT IS; FHMERGE EMPTIES
      *    IT ONCE EVERY SLICE HAS TAKEN ITS SHARE IN, SO A RERUN OF
      *    THIS STEP CUTS THE SAME SLICES AGAIN.
       WRITE-RECYCLE-SLICE-PARA.
           MOVE WS-RECYCLE-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           OPEN OUTPUT SLICE
           MOVE 'N' TO WS-RY-EOF-SW
           OPEN INPUT RECYCLE
           IF WS-RECYCLE-STATUS NOT = '00'
               SET WS-RY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RY-EOF
               READ RECYCLE
                   AT END SET WS-RY-EOF TO TRUE
                   NOT AT END
                       IF RY-DATA(1:5) >= WS-PT-LOW(WS-PT-IDX)
                          AND RY-DATA(1:5) <= WS-PT-HIGH(WS-PT-IDX)
                           MOVE SPACES TO SL-LINE
                           MOVE RYP TO SL-LINE
                           WRITE SL-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECYCLE-STATUS = '00' OR WS-RECYCLE-STATUS = '10'
               CLOSE RECYCLE
           END-IF
           CLOSE SLICE.
       PART-SUFFIX-PARA.
           MOVE SPACES TO WS-SLICE-DSN
           STRING WS-BASE-DSN DELIMITED BY SPACE
                  '.P' DELIMITED BY SIZE
                  WS-PT-PART(WS-PT-IDX) DELIMITED BY SIZE
               INTO WS-SLICE-DSN.
      *    WHAT WAS CUT GOES ON THE BALANCE FILE FOR FHMERGE TO PROVE
      *    THE SLICES AGAINST.
       WRITE-BALANCE-PARA.
           OPEN EXTEND BALANCE
           IF WS-BALANCE-STATUS = '35'
               OPEN OUTPUT BALANCE
           END-IF
           MOVE SPACES TO BLP
           MOVE 'FHSPLIT' TO BL-STEP
           MOVE WS-RUN-DATE TO BL-DATE
           MOVE WS-POL-CNT TO BL-READ
           MOVE WS-RY-CNT TO BL-ACCEPT
           MOVE ZERO TO BL-REJECT
           MOVE WS-POL-HASH TO BL-AMT
           MOVE ZERO TO BL-AMT2
           WRITE BLP
           CLOSE BALANCE.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== POLICY PARTITION CONTROL TOTALS ====='.
           DISPLAY 'PART LOW   HIGH    POLICIES  RECYCLED'.
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-CNT
               MOVE WS-PT-POL-CNT(WS-PT-IDX) TO WS-CNT-ED
               MOVE WS-PT-RY-CNT(WS-PT-IDX) TO WS-CNT-ED2
               DISPLAY WS-PT-PART(WS-PT-IDX) '   '
                   WS-PT-LOW(WS-PT-IDX) ' ' WS-PT-HIGH(WS-PT-IDX)
                   ' ' WS-CNT-ED ' ' WS-CNT-ED2
               SET WS-PT-IDX UP BY 1
           END-PERFORM.
           MOVE WS-POL-CNT TO WS-CNT-ED
           DISPLAY 'POLICY RECORDS   : ' WS-CNT-ED.
           MOVE WS-POL-HASH TO WS-HASH-ED
           DISPLAY 'AMOUNT HASH      : ' WS-HASH-ED.
           MOVE WS-RY-CNT TO WS-CNT-ED
           DISPLAY 'RECYCLED RECORDS : ' WS-CNT-ED.
