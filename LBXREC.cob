       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPADV
           ASSIGN TO DYNAMIC WS-DEPADV-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPADV-STATUS.
           SELECT LBXTOT
           ASSIGN TO DYNAMIC WS-LBXTOT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBXTOT-STATUS.
           SELECT LBXBRK
           ASSIGN TO DYNAMIC WS-LBXBRK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBXBRK-STATUS.
           SELECT LBXBRKN
           ASSIGN TO DYNAMIC WS-LBXBRKN-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LBXRPT
           ASSIGN TO DYNAMIC WS-LBXRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DEPADV.
       01 DAP.
           02 DA-DATE PIC 9(8).
           02 PIC X.
           02 DA-ITEMS PIC 9(7).
           02 PIC X.
           02 DA-AMT PIC 9(9)V99.
           02 PIC X.
           02 DA-REF PIC X(12).
       FD LBXTOT.
       01 LTP.
           02 LT-DEPOSIT PIC 9(8).
           02 PIC X.
           02 LT-RUN PIC 9(8).
           02 PIC X.
           02 LT-ITEMS PIC 9(7).
           02 PIC X.
           02 LT-AMT PIC 9(11).9(2).
           02 PIC X.
           02 LT-APPLIED-CNT PIC 9(7).
           02 PIC X.
           02 LT-APPLIED PIC 9(11).9(2).
           02 PIC X.
           02 LT-SUSP-CNT PIC 9(7).
           02 PIC X.
           02 LT-SUSP PIC 9(11).9(2).
       FD LBXBRK.
       01 LOP.
           02 LO-DATE PIC 9(8).
           02 PIC X.
           02 LO-FIRST PIC 9(8).
           02 PIC X.
           02 LO-OUR-ITEMS PIC 9(7).
           02 PIC X.
           02 LO-OUR-AMT PIC 9(11).9(2).
           02 PIC X.
           02 LO-BANK-ITEMS PIC 9(7).
           02 PIC X.
           02 LO-BANK-AMT PIC 9(11).9(2).
       FD LBXBRKN.
       01 LNP.
           02 LN-DATE PIC 9(8).
           02 PIC X.
           02 LN-FIRST PIC 9(8).
           02 PIC X.
           02 LN-OUR-ITEMS PIC 9(7).
           02 PIC X.
           02 LN-OUR-AMT PIC 9(11).9(2).
           02 PIC X.
           02 LN-BANK-ITEMS PIC 9(7).
           02 PIC X.
           02 LN-BANK-AMT PIC 9(11).9(2).
       FD LBXRPT.
       01 PRT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-DEPADV-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DEPADV.PAT'.
       01 WS-DEPADV-DSN PIC X(100).
       01 WS-LBXTOT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\LBXTOT.PAT'.
       01 WS-LBXTOT-DSN PIC X(100).
       01 WS-LBXBRK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\LBXBRK.PAT'.
       01 WS-LBXBRK-DSN PIC X(100).
       01 WS-LBXBRKN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\LBXBRKN.PAT'.
       01 WS-LBXBRKN-DSN PIC X(100).
       01 WS-LBXRPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\LBXRPT.PAT'.
       01 WS-LBXRPT-DSN PIC X(100).
       01 WS-DEPADV-STATUS PIC X(2).
       01 WS-LBXTOT-STATUS PIC X(2).
       01 WS-LBXBRK-STATUS PIC X(2).
       01 WS-ADV-EOF-SW PIC X VALUE 'N'.
           88 WS-ADV-EOF VALUE 'Y'.
       01 WS-TOT-EOF-SW PIC X VALUE 'N'.
           88 WS-TOT-EOF VALUE 'Y'.
       01 WS-BRK-EOF-SW PIC X VALUE 'N'.
           88 WS-BRK-EOF VALUE 'Y'.
       01 WS-VFY-EOF-SW PIC X VALUE 'N'.
           88 WS-VFY-EOF VALUE 'Y'.
       01 WS-HDR-SEEN-SW PIC X VALUE 'N'.
           88 WS-HDR-SEEN VALUE 'Y'.
       01 WS-TRL-SEEN-SW PIC X VALUE 'N'.
           88 WS-TRL-SEEN VALUE 'Y'.
       01 WS-VFY-CNT PIC 9(7) VALUE ZERO.
       01 WS-VFY-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-TRL-IMAGE PIC X(28).
       01 WS-EXPECT-TRL.
           02 PIC X(4) VALUE 'TRL '.
           02 WS-ET-CNT PIC 9(7).
           02 PIC X VALUE SPACE.
           02 WS-ET-HASH PIC 9(13).9(2).
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-TODAY-INT PIC 9(7) COMP.
       01 WS-FIRST-INT PIC 9(7) COMP.
       01 WS-RC-MAX PIC 9(4) COMP VALUE 500.
       01 WS-RC-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RC-TABLE.
           02 WS-RC-ENTRY OCCURS 500 TIMES INDEXED BY WS-RC-IDX.
               03 WS-RC-DATE PIC 9(8).
               03 WS-RC-FIRST PIC 9(8).
               03 WS-RC-CARRIED PIC X(1).
               03 WS-RC-OUR-ITEMS PIC 9(7).
               03 WS-RC-OUR-AMT PIC 9(11)V99.
               03 WS-RC-BANK-ITEMS PIC 9(7).
               03 WS-RC-BANK-AMT PIC 9(11)V99.
       01 WS-RC-SW PIC X.
           88 WS-RC-FOUND VALUE 'Y'.
       01 WS-RC-DATE-X PIC 9(8).
       01 WS-DIFF-ITEMS PIC S9(7).
       01 WS-DIFF-AMT PIC S9(11)V99.
       01 WS-DAYS-OPEN PIC 9(5).
       01 WS-RC-STATUS PIC X(7).
       01 WS-ITEMS-ED PIC ZZZZZZ9.
       01 WS-ITEMS2-ED PIC ZZZZZZ9.
       01 WS-AMT-ED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-AMT2-ED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-DIFF-ITEMS-ED PIC -(6)9.
       01 WS-DIFF-AMT-ED PIC -(2),-(3),--9.99.
       01 WS-DAYS-ED PIC ZZZZ9.
       01 WS-PAGE-NO PIC 9(5) VALUE ZERO.
       01 WS-PAGE-NO-ED PIC ZZZZ9.
       01 WS-LINE-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PAGE-SIZE PIC 9(3) COMP VALUE 26.
       01 WS-BLOCK-LINES PIC 9(3) COMP VALUE 2.
       01 WS-WORK-LINE PIC X(80).
       01 WS-ADV-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-AGREE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CLEAR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NEW-BRK-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OLD-BRK-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-BRK-TOTAL PIC S9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'LBXREC' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           PERFORM VERIFY-ADVICE-PARA.
           PERFORM LOAD-BREAKS-PARA.
           PERFORM LOAD-ADVICE-PARA.
           PERFORM LOAD-LOCKBOX-PARA.
           OPEN OUTPUT LBXBRKN.
           OPEN OUTPUT LBXRPT.
           PERFORM PAGE-HEADER-PARA.
           SET WS-RC-IDX TO 1
           PERFORM UNTIL WS-RC-IDX > WS-RC-CNT
               PERFORM RECONCILE-DATE-PARA
               SET WS-RC-IDX UP BY 1
           END-PERFORM
           PERFORM PRINT-TOTALS-PARA.
           CLOSE LBXBRKN.
           CLOSE LBXRPT.
           IF WS-NEW-BRK-CNT + WS-OLD-BRK-CNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-DEPADV-DSN-DFLT TO WS-DEPADV-DSN
           ACCEPT WS-DEPADV-DSN FROM ENVIRONMENT 'DEPADV_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DEPADV-DSN = SPACES
               MOVE WS-DEPADV-DSN-DFLT TO WS-DEPADV-DSN
           END-IF
           MOVE WS-LBXTOT-DSN-DFLT TO WS-LBXTOT-DSN
           ACCEPT WS-LBXTOT-DSN FROM ENVIRONMENT 'LBXTOT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LBXTOT-DSN = SPACES
               MOVE WS-LBXTOT-DSN-DFLT TO WS-LBXTOT-DSN
           END-IF
           MOVE WS-LBXBRK-DSN-DFLT TO WS-LBXBRK-DSN
           ACCEPT WS-LBXBRK-DSN FROM ENVIRONMENT 'LBXBRK_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LBXBRK-DSN = SPACES
               MOVE WS-LBXBRK-DSN-DFLT TO WS-LBXBRK-DSN
           END-IF
           MOVE WS-LBXBRKN-DSN-DFLT TO WS-LBXBRKN-DSN
           ACCEPT WS-LBXBRKN-DSN FROM ENVIRONMENT 'LBXBRKN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LBXBRKN-DSN = SPACES
               MOVE WS-LBXBRKN-DSN-DFLT TO WS-LBXBRKN-DSN
           END-IF
           MOVE WS-LBXRPT-DSN-DFLT TO WS-LBXRPT-DSN
           ACCEPT WS-LBXRPT-DSN FROM ENVIRONMENT 'LBXRPT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LBXRPT-DSN = SPACES
               MOVE WS-LBXRPT-DSN-DFLT TO WS-LBXRPT-DSN
           END-IF.
      *    THE DEPOSIT ADVICE IS A BANK TRANSMISSION, SO ITS TRAILER
      *    IS PROVED AGAINST WHAT ARRIVED BEFORE IT IS RELIED ON.
       VERIFY-ADVICE-PARA.
           OPEN INPUT DEPADV
           IF WS-DEPADV-STATUS = '35'
               DISPLAY 'LBXREC: NO DEPOSIT ADVICE FROM THE BANK '
                   'FOR THIS RUN'
               SET WS-VFY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VFY-EOF
               READ DEPADV
                   AT END SET WS-VFY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DAP(1:3) = 'HDR'
                               SET WS-HDR-SEEN TO TRUE
                           WHEN DAP(1:3) = 'TRL'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE DAP(1:28) TO WS-TRL-IMAGE
                           WHEN OTHER
                               ADD 1 TO WS-VFY-CNT
                               IF DA-AMT IS NUMERIC
                                   ADD DA-AMT TO WS-VFY-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-DEPADV-STATUS NOT = '35'
               CLOSE DEPADV
           END-IF
           IF WS-HDR-SEEN
               IF NOT WS-TRL-SEEN
                   DISPLAY 'LBXREC: DEPOSIT ADVICE HAS HEADER BUT NO '
                       'TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-VFY-CNT TO WS-ET-CNT
               MOVE WS-VFY-HASH TO WS-ET-HASH
               IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                   DISPLAY 'LBXREC: DEPOSIT ADVICE TRAILER DOES NOT '
                       'MATCH FILE CONTENT'
                   DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                   DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *    BREAKS LEFT OPEN BY EARLIER RUNS COME BACK IN WITH THE
      *    BANK'S FIGURES AS THEY STOOD, AND THE DATE FIRST SEEN.
       LOAD-BREAKS-PARA.
           OPEN INPUT LBXBRK
           IF WS-LBXBRK-STATUS = '35'
               SET WS-BRK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BRK-EOF
               READ LBXBRK
                   AT END SET WS-BRK-EOF TO TRUE
                   NOT AT END
                       MOVE LO-DATE TO WS-RC-DATE-X
                       PERFORM ADD-DATE-PARA
                       IF WS-RC-FOUND
                           MOVE 'Y' TO WS-RC-CARRIED(WS-RC-IDX)
                           MOVE LO-FIRST TO WS-RC-FIRST(WS-RC-IDX)
                           MOVE LO-BANK-ITEMS
                               TO WS-RC-BANK-ITEMS(WS-RC-IDX)
                           MOVE LO-BANK-AMT
                               TO WS-RC-BANK-AMT(WS-RC-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LBXBRK-STATUS NOT = '35'
               CLOSE LBXBRK
           END-IF.
      *    THE BANK MAY SEND MORE THAN ONE DEPOSIT LINE FOR A DAY,
      *    OR A LATE LINE FOR A DAY ALREADY ON FILE; THEY ADD UP.
       LOAD-ADVICE-PARA.
           IF WS-DEPADV-STATUS = '35'
               CONTINUE
           ELSE
               OPEN INPUT DEPADV
               PERFORM UNTIL WS-ADV-EOF
                   READ DEPADV
                       AT END SET WS-ADV-EOF TO TRUE
                       NOT AT END
                           IF DAP(1:3) = 'HDR' OR DAP(1:3) = 'TRL'
                               CONTINUE
                           ELSE
                               PERFORM LOAD-ONE-ADVICE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPADV
           END-IF.
       LOAD-ONE-ADVICE-PARA.
           IF DA-DATE IS NOT NUMERIC OR DA-ITEMS IS NOT NUMERIC
               OR DA-AMT IS NOT NUMERIC
               DISPLAY 'LBXREC: DEPOSIT ADVICE LINE ' DA-REF
                   ' IS NOT NUMERIC, IGNORED'
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ADV-CNT
               MOVE DA-DATE TO WS-RC-DATE-X
               PERFORM ADD-DATE-PARA
               IF WS-RC-FOUND
                   ADD DA-ITEMS TO WS-RC-BANK-ITEMS(WS-RC-IDX)
                   ADD DA-AMT TO WS-RC-BANK-AMT(WS-RC-IDX)
               END-IF
           END-IF.
      *    OUR SIDE IS THE LOCKBOX TOTAL FOR THE DEPOSIT DATE.  ONLY
      *    DATES THE BANK REPORTED, DATES STILL OPEN, AND TODAY'S RUN
      *    ARE OF INTEREST.  A RERUN OF LOCKBOX WRITES A FRESH TOTAL,
      *    SO THE LAST ONE FOR A DATE IS THE ONE THAT COUNTS.
       LOAD-LOCKBOX-PARA.
           OPEN INPUT LBXTOT
           IF WS-LBXTOT-STATUS = '35'
               DISPLAY 'LBXREC: NO LOCKBOX TOTALS ON FILE'
               SET WS-TOT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TOT-EOF
               READ LBXTOT
                   AT END SET WS-TOT-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-LOCKBOX-PARA
               END-READ
           END-PERFORM
           IF WS-LBXTOT-STATUS NOT = '35'
               CLOSE LBXTOT
           END-IF.
       LOAD-ONE-LOCKBOX-PARA.
           MOVE LT-DEPOSIT TO WS-RC-DATE-X
           IF LT-RUN = WS-BUS-DATE
               PERFORM ADD-DATE-PARA
           ELSE
               PERFORM FIND-DATE-PARA
           END-IF
           IF WS-RC-FOUND
               MOVE LT-ITEMS TO WS-RC-OUR-ITEMS(WS-RC-IDX)
               MOVE LT-AMT TO WS-RC-OUR-AMT(WS-RC-IDX)
           END-IF.
       FIND-DATE-PARA.
           MOVE 'N' TO WS-RC-SW
           SET WS-RC-IDX TO 1
           PERFORM UNTIL WS-RC-IDX > WS-RC-CNT OR WS-RC-FOUND
               IF WS-RC-DATE(WS-RC-IDX) = WS-RC-DATE-X
                   SET WS-RC-FOUND TO TRUE
               ELSE
                   SET WS-RC-IDX UP BY 1
               END-IF
           END-PERFORM.
       ADD-DATE-PARA.
           PERFORM FIND-DATE-PARA
           IF NOT WS-RC-FOUND
               IF WS-RC-CNT >= WS-RC-MAX
                   DISPLAY 'LBXREC: DATE TABLE FULL, DEPOSIT DATE '
                       WS-RC-DATE-X ' NOT RECONCILED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-RC-CNT
                   SET WS-RC-IDX TO WS-RC-CNT
                   MOVE WS-RC-DATE-X TO WS-RC-DATE(WS-RC-IDX)
                   MOVE WS-BUS-DATE TO WS-RC-FIRST(WS-RC-IDX)
                   MOVE 'N' TO WS-RC-CARRIED(WS-RC-IDX)
                   MOVE ZERO TO WS-RC-OUR-ITEMS(WS-RC-IDX)
                   MOVE ZERO TO WS-RC-OUR-AMT(WS-RC-IDX)
                   MOVE ZERO TO WS-RC-BANK-ITEMS(WS-RC-IDX)
                   MOVE ZERO TO WS-RC-BANK-AMT(WS-RC-IDX)
                   SET WS-RC-FOUND TO TRUE
               END-IF
           END-IF.
      *    A DATE WHERE OUR ITEMS AND AMOUNT AGREE WITH THE BANK'S IS
      *    DONE WITH; AN OPEN BREAK THAT NOW AGREES IS REPORTED AS
      *    CLEARED.  ANY DIFFERENCE IS A BREAK, CARRIED TO TOMORROW
      *    WITH THE DATE IT WAS FIRST SEEN.
       RECONCILE-DATE-PARA.
           COMPUTE WS-DIFF-ITEMS = WS-RC-OUR-ITEMS(WS-RC-IDX) -
               WS-RC-BANK-ITEMS(WS-RC-IDX)
           COMPUTE WS-DIFF-AMT = WS-RC-OUR-AMT(WS-RC-IDX) -
               WS-RC-BANK-AMT(WS-RC-IDX)
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-RC-FIRST(WS-RC-IDX))
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-FIRST-INT
           EVALUATE TRUE
               WHEN WS-DIFF-ITEMS = ZERO AND WS-DIFF-AMT = ZERO
                   AND WS-RC-CARRIED(WS-RC-IDX) = 'Y'
                   MOVE 'CLEARED' TO WS-RC-STATUS
                   ADD 1 TO WS-CLEAR-CNT
               WHEN WS-DIFF-ITEMS = ZERO AND WS-DIFF-AMT = ZERO
                   MOVE 'AGREED' TO WS-RC-STATUS
                   ADD 1 TO WS-AGREE-CNT
               WHEN WS-RC-CARRIED(WS-RC-IDX) = 'Y'
                   MOVE 'OPEN' TO WS-RC-STATUS
                   ADD 1 TO WS-OLD-BRK-CNT
                   ADD WS-DIFF-AMT TO WS-BRK-TOTAL
                   PERFORM CARRY-BREAK-PARA
               WHEN OTHER
                   MOVE 'NEW' TO WS-RC-STATUS
                   ADD 1 TO WS-NEW-BRK-CNT
                   ADD WS-DIFF-AMT TO WS-BRK-TOTAL
                   PERFORM CARRY-BREAK-PARA
           END-EVALUATE
           PERFORM PRINT-DATE-PARA.
       CARRY-BREAK-PARA.
           MOVE SPACES TO LNP
           MOVE WS-RC-DATE(WS-RC-IDX) TO LN-DATE
           MOVE WS-RC-FIRST(WS-RC-IDX) TO LN-FIRST
           MOVE WS-RC-OUR-ITEMS(WS-RC-IDX) TO LN-OUR-ITEMS
           MOVE WS-RC-OUR-AMT(WS-RC-IDX) TO LN-OUR-AMT
           MOVE WS-RC-BANK-ITEMS(WS-RC-IDX) TO LN-BANK-ITEMS
           MOVE WS-RC-BANK-AMT(WS-RC-IDX) TO LN-BANK-AMT
           WRITE LNP.
       PRINT-DATE-PARA.
           PERFORM CHECK-PAGE-PARA
           MOVE WS-RC-OUR-ITEMS(WS-RC-IDX) TO WS-ITEMS-ED
           MOVE WS-RC-OUR-AMT(WS-RC-IDX) TO WS-AMT-ED
           MOVE WS-RC-BANK-ITEMS(WS-RC-IDX) TO WS-ITEMS2-ED
           MOVE WS-RC-BANK-AMT(WS-RC-IDX) TO WS-AMT2-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING WS-RC-DATE(WS-RC-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RC-STATUS DELIMITED BY SIZE
                  '  LOCKBOX ' DELIMITED BY SIZE
                  WS-ITEMS-ED DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
                  '  BANK ' DELIMITED BY SIZE
                  WS-ITEMS2-ED DELIMITED BY SIZE
                  WS-AMT2-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           IF WS-RC-STATUS = 'NEW' OR WS-RC-STATUS = 'OPEN'
               MOVE WS-DIFF-ITEMS TO WS-DIFF-ITEMS-ED
               MOVE WS-DIFF-AMT TO WS-DIFF-AMT-ED
               MOVE WS-DAYS-OPEN TO WS-DAYS-ED
               MOVE SPACES TO WS-WORK-LINE
               STRING '         BREAK ITEMS ' DELIMITED BY SIZE
                      WS-DIFF-ITEMS-ED DELIMITED BY SIZE
                      '  AMOUNT ' DELIMITED BY SIZE
                      WS-DIFF-AMT-ED DELIMITED BY SIZE
                      ' SINCE ' DELIMITED BY SIZE
                      WS-RC-FIRST(WS-RC-IDX) DELIMITED BY SIZE
                      ' DAYS' DELIMITED BY SIZE
                      WS-DAYS-ED DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
               ADD 1 TO WS-LINE-CNT
           END-IF
           ADD 1 TO WS-LINE-CNT.
       PRINT-TOTALS-PARA.
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-NEW-BRK-CNT TO WS-ITEMS-ED
           MOVE WS-OLD-BRK-CNT TO WS-ITEMS2-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'NEW BREAKS ' DELIMITED BY SIZE
                  WS-ITEMS-ED DELIMITED BY SIZE
                  '   STILL OPEN ' DELIMITED BY SIZE
                  WS-ITEMS2-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-BRK-TOTAL TO WS-DIFF-AMT-ED
           MOVE WS-CLEAR-CNT TO WS-ITEMS-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'CLEARED    ' DELIMITED BY SIZE
                  WS-ITEMS-ED DELIMITED BY SIZE
                  '   NET BREAK AMOUNT ' DELIMITED BY SIZE
                  WS-DIFF-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       PAGE-HEADER-PARA.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'LOCKBOX DEPOSIT RECONCILIATION BUS DATE '
                  DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '      PAGE ' DELIMITED BY SIZE
                  WS-PAGE-NO-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE 'DEPOSIT  STATUS           ITEMS       AMOUNT'
               TO WS-WORK-LINE
           MOVE '        ITEMS       AMOUNT' TO WS-WORK-LINE(47:26)
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE 3 TO WS-LINE-CNT.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO PRT-LINE
           WRITE PRT-LINE.
       CHECK-PAGE-PARA.
           IF WS-LINE-CNT + WS-BLOCK-LINES > WS-PAGE-SIZE
               PERFORM PAGE-HEADER-PARA
           END-IF.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== LOCKBOX RECONCILIATION TOTALS ====='.
           DISPLAY 'ADVICE LINES READ : ' WS-ADV-CNT.
           DISPLAY 'DATES AGREED      : ' WS-AGREE-CNT.
           DISPLAY 'BREAKS CLEARED    : ' WS-CLEAR-CNT.
           DISPLAY 'NEW BREAKS        : ' WS-NEW-BRK-CNT.
           DISPLAY 'BREAKS STILL OPEN : ' WS-OLD-BRK-CNT.
