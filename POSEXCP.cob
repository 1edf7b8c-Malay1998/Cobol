       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSEXCP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSEXC
           ASSIGN TO DYNAMIC WS-POSEXC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSEXC-STATUS.
           SELECT CHKREG
           ASSIGN TO DYNAMIC WS-CHKREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHKREG-STATUS.
           SELECT POSRPT
           ASSIGN TO DYNAMIC WS-POSRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD POSEXC.
       01 PXP.
           02 PX-CHECK PIC 9(8).
           02 PIC X.
           02 PX-AMT PIC 9(6).9(2).
           02 PIC X.
           02 PX-DATE PIC 9(8).
           02 PIC X.
           02 PX-REASON PIC X(8).
           02 PIC X.
           02 PX-PAYEE PIC X(25).
       FD CHKREG.
       01 CKP.
           02 CK-NO PIC 9(8).
           02 PIC X.
           02 CK-NUM PIC X(5).
           02 PIC X.
           02 CK-LOB PIC X(7).
           02 PIC X.
           02 CK-AMT PIC 9(6).9(2).
           02 PIC X.
           02 CK-ISSUED PIC 9(6).
           02 PIC X.
           02 CK-STATUS PIC X(6).
           02 PIC X.
           02 CK-CLEARED PIC 9(6).
           02 PIC X.
           02 CK-CLAIM PIC X(8).
           02 PIC X.
           02 CK-PAYEE PIC X(25).
       FD POSRPT.
       01 PRT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-POSEXC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\POSEXC.PAT'.
       01 WS-POSEXC-DSN PIC X(100).
       01 WS-CHKREG-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CHKREG.PAT'.
       01 WS-CHKREG-DSN PIC X(100).
       01 WS-POSRPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\POSRPT.PAT'.
       01 WS-POSRPT-DSN PIC X(100).
       01 WS-POSEXC-STATUS PIC X(2).
       01 WS-CHKREG-STATUS PIC X(2).
       01 WS-EXC-EOF-SW PIC X VALUE 'N'.
           88 WS-EXC-EOF VALUE 'Y'.
       01 WS-REG-EOF-SW PIC X VALUE 'N'.
           88 WS-REG-EOF VALUE 'Y'.
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
       01 WS-RUN-DATE PIC 9(6).
       01 WS-EXC-MAX PIC 9(4) COMP VALUE 1000.
       01 WS-EXC-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-EXC-TABLE.
           02 WS-EXC-ENTRY OCCURS 1000 TIMES INDEXED BY WS-EXC-IDX.
               03 WS-EXC-CHECK PIC 9(8).
               03 WS-EXC-AMT PIC 9(6)V9(2).
               03 WS-EXC-DATE PIC 9(8).
               03 WS-EXC-REASON PIC X(8).
               03 WS-EXC-PAYEE PIC X(25).
               03 WS-EXC-FOUND PIC X(1).
               03 WS-EXC-REG-AMT PIC 9(6)V9(2).
               03 WS-EXC-REG-ISSUED PIC 9(6).
               03 WS-EXC-REG-STATUS PIC X(6).
               03 WS-EXC-REG-CLEARED PIC 9(6).
               03 WS-EXC-REG-PAYEE PIC X(25).
               03 WS-EXC-REG-REF PIC X(8).
       01 WS-DECISION PIC X(6).
       01 WS-DECISION-WHY PIC X(40).
       01 WS-PAY-AMT PIC 9(6)V9(2).
       01 WS-AMT-ED PIC ZZZ,ZZ9.99.
       01 WS-AMT2-ED PIC ZZZ,ZZ9.99.
       01 WS-CNT-ED PIC ZZZZZZ9.
       01 WS-PAGE-NO PIC 9(5) VALUE ZERO.
       01 WS-PAGE-NO-ED PIC ZZZZ9.
       01 WS-LINE-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PAGE-SIZE PIC 9(3) COMP VALUE 26.
       01 WS-BLOCK-LINES PIC 9(3) COMP VALUE 5.
       01 WS-WORK-LINE PIC X(80).
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PAY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RETURN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REVIEW-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-EXC-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'POSEXCP' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           PERFORM VERIFY-EXCEPTION-PARA.
           PERFORM LOAD-EXCEPTION-PARA.
           PERFORM MATCH-REGISTER-PARA.
           OPEN OUTPUT POSRPT.
           PERFORM PAGE-HEADER-PARA.
           SET WS-EXC-IDX TO 1
           PERFORM UNTIL WS-EXC-IDX > WS-EXC-CNT
               PERFORM DECIDE-EXCEPTION-PARA
               PERFORM PRINT-EXCEPTION-PARA
               SET WS-EXC-IDX UP BY 1
           END-PERFORM
           PERFORM PRINT-TOTALS-PARA.
           CLOSE POSRPT.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-POSEXC-DSN-DFLT TO WS-POSEXC-DSN
           ACCEPT WS-POSEXC-DSN FROM ENVIRONMENT 'POSEXC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-POSEXC-DSN = SPACES
               MOVE WS-POSEXC-DSN-DFLT TO WS-POSEXC-DSN
           END-IF
           MOVE WS-CHKREG-DSN-DFLT TO WS-CHKREG-DSN
           ACCEPT WS-CHKREG-DSN FROM ENVIRONMENT 'CHKREG_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CHKREG-DSN = SPACES
               MOVE WS-CHKREG-DSN-DFLT TO WS-CHKREG-DSN
           END-IF
           MOVE WS-POSRPT-DSN-DFLT TO WS-POSRPT-DSN
           ACCEPT WS-POSRPT-DSN FROM ENVIRONMENT 'POSRPT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-POSRPT-DSN = SPACES
               MOVE WS-POSRPT-DSN-DFLT TO WS-POSRPT-DSN
           END-IF.
      *    THE EXCEPTION FILE IS A BANK TRANSMISSION, SO ITS TRAILER
      *    IS PROVED AGAINST WHAT ARRIVED BEFORE ANYTHING IS REPORTED.
       VERIFY-EXCEPTION-PARA.
           OPEN INPUT POSEXC
           IF WS-POSEXC-STATUS = '35'
               DISPLAY 'POSEXCP: NO EXCEPTION FILE FROM THE BANK '
                   'FOR THIS RUN'
               SET WS-VFY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VFY-EOF
               READ POSEXC
                   AT END SET WS-VFY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PXP(1:3) = 'HDR'
                               SET WS-HDR-SEEN TO TRUE
                           WHEN PXP(1:3) = 'TRL'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE PXP(1:28) TO WS-TRL-IMAGE
                           WHEN OTHER
                               ADD 1 TO WS-VFY-CNT
                               IF PX-AMT(1:6) IS NUMERIC AND
                                  PX-AMT(8:2) IS NUMERIC
                                   MOVE PX-AMT TO WS-PAY-AMT
                                   ADD WS-PAY-AMT TO WS-VFY-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-POSEXC-STATUS NOT = '35'
               CLOSE POSEXC
           END-IF
           IF WS-HDR-SEEN
               IF NOT WS-TRL-SEEN
                   DISPLAY 'POSEXCP: EXCEPTION FILE HAS HEADER BUT NO '
                       'TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-VFY-CNT TO WS-ET-CNT
               MOVE WS-VFY-HASH TO WS-ET-HASH
               IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                   DISPLAY 'POSEXCP: EXCEPTION FILE TRAILER DOES NOT '
                       'MATCH FILE CONTENT'
                   DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                   DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       LOAD-EXCEPTION-PARA.
           IF WS-POSEXC-STATUS = '35'
               CONTINUE
           ELSE
               OPEN INPUT POSEXC
               PERFORM UNTIL WS-EXC-EOF
                   READ POSEXC
                       AT END SET WS-EXC-EOF TO TRUE
                       NOT AT END
                           IF PXP(1:3) = 'HDR' OR PXP(1:3) = 'TRL'
                               CONTINUE
                           ELSE
                               PERFORM LOAD-ONE-EXCEPTION-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSEXC
           END-IF.
       LOAD-ONE-EXCEPTION-PARA.
           ADD 1 TO WS-READ-CNT
           IF WS-EXC-CNT >= WS-EXC-MAX
               DISPLAY 'POSEXCP: EXCEPTION TABLE FULL, CHECK '
                   PX-CHECK ' NOT REPORTED'
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-EXC-CNT
               SET WS-EXC-IDX TO WS-EXC-CNT
               MOVE ZERO TO WS-PAY-AMT
               IF PX-AMT(1:6) IS NUMERIC AND PX-AMT(8:2) IS NUMERIC
                   MOVE PX-AMT TO WS-PAY-AMT
               END-IF
               MOVE PX-CHECK TO WS-EXC-CHECK(WS-EXC-IDX)
               MOVE WS-PAY-AMT TO WS-EXC-AMT(WS-EXC-IDX)
               MOVE PX-DATE TO WS-EXC-DATE(WS-EXC-IDX)
               MOVE PX-REASON TO WS-EXC-REASON(WS-EXC-IDX)
               MOVE PX-PAYEE TO WS-EXC-PAYEE(WS-EXC-IDX)
               MOVE 'N' TO WS-EXC-FOUND(WS-EXC-IDX)
               ADD WS-PAY-AMT TO WS-EXC-TOTAL
           END-IF.
      *    ONE PASS OF THE CHECK REGISTER PICKS UP WHAT WE ISSUED FOR
      *    EACH CHECK THE BANK IS ASKING ABOUT.
       MATCH-REGISTER-PARA.
           OPEN INPUT CHKREG
           IF WS-CHKREG-STATUS NOT = '00'
               DISPLAY 'POSEXCP: UNABLE TO OPEN CHKREG FILE, '
                   'STATUS=' WS-CHKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-REG-EOF
               READ CHKREG
                   AT END SET WS-REG-EOF TO TRUE
                   NOT AT END PERFORM MATCH-ONE-CHECK-PARA
               END-READ
           END-PERFORM
           CLOSE CHKREG.
       MATCH-ONE-CHECK-PARA.
           SET WS-EXC-IDX TO 1
           PERFORM UNTIL WS-EXC-IDX > WS-EXC-CNT
               IF WS-EXC-CHECK(WS-EXC-IDX) = CK-NO
                   MOVE 'Y' TO WS-EXC-FOUND(WS-EXC-IDX)
                   MOVE CK-AMT TO WS-EXC-REG-AMT(WS-EXC-IDX)
                   MOVE CK-ISSUED TO WS-EXC-REG-ISSUED(WS-EXC-IDX)
                   MOVE CK-STATUS TO WS-EXC-REG-STATUS(WS-EXC-IDX)
                   MOVE CK-CLEARED TO WS-EXC-REG-CLEARED(WS-EXC-IDX)
                   MOVE CK-PAYEE TO WS-EXC-REG-PAYEE(WS-EXC-IDX)
                   IF CK-CLAIM = SPACES
                       MOVE CK-NUM TO WS-EXC-REG-REF(WS-EXC-IDX)
                   ELSE
                       MOVE CK-CLAIM TO WS-EXC-REG-REF(WS-EXC-IDX)
                   END-IF
               END-IF
               SET WS-EXC-IDX UP BY 1
           END-PERFORM.
      *    THE REPORT GIVES A SUGGESTED DECISION FOR EACH ITEM.  A
      *    CHECK WE NEVER ISSUED, ONE WE VOIDED, ONE ALREADY PAID OR
      *    ONE PRESENTED FOR A DIFFERENT AMOUNT IS RETURNED.  A STALE
      *    CHECK OR A PAYEE THAT DOES NOT MATCH IS LEFT FOR SOMEBODY
      *    TO LOOK AT.  ANYTHING ELSE AGREES WITH THE REGISTER AND
      *    CAN BE PAID.
       DECIDE-EXCEPTION-PARA.
           EVALUATE TRUE
               WHEN WS-EXC-FOUND(WS-EXC-IDX) NOT = 'Y'
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'NOT ON OUR CHECK REGISTER' TO WS-DECISION-WHY
               WHEN WS-EXC-REG-STATUS(WS-EXC-IDX) = 'VOID'
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'CHECK WAS VOIDED' TO WS-DECISION-WHY
               WHEN WS-EXC-REG-STATUS(WS-EXC-IDX) = 'CASHED'
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'CHECK ALREADY PAID' TO WS-DECISION-WHY
               WHEN WS-EXC-AMT(WS-EXC-IDX) NOT =
                    WS-EXC-REG-AMT(WS-EXC-IDX)
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'AMOUNT DOES NOT MATCH ISSUE'
                       TO WS-DECISION-WHY
               WHEN WS-EXC-REG-STATUS(WS-EXC-IDX) = 'STALE'
                   MOVE 'REVIEW' TO WS-DECISION
                   MOVE 'CHECK IS STALE DATED' TO WS-DECISION-WHY
               WHEN WS-EXC-PAYEE(WS-EXC-IDX) NOT = SPACES AND
                    WS-EXC-PAYEE(WS-EXC-IDX) NOT =
                    WS-EXC-REG-PAYEE(WS-EXC-IDX)
                   MOVE 'REVIEW' TO WS-DECISION
                   MOVE 'PAYEE DOES NOT MATCH ISSUE'
                       TO WS-DECISION-WHY
               WHEN OTHER
                   MOVE 'PAY' TO WS-DECISION
                   MOVE 'AGREES WITH CHECK REGISTER' TO WS-DECISION-WHY
           END-EVALUATE
           EVALUATE WS-DECISION
               WHEN 'PAY'
                   ADD 1 TO WS-PAY-CNT
               WHEN 'RETURN'
                   ADD 1 TO WS-RETURN-CNT
               WHEN OTHER
                   ADD 1 TO WS-REVIEW-CNT
           END-EVALUATE.
       PRINT-EXCEPTION-PARA.
           PERFORM CHECK-PAGE-PARA
           MOVE WS-EXC-AMT(WS-EXC-IDX) TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'CHECK ' DELIMITED BY SIZE
                  WS-EXC-CHECK(WS-EXC-IDX) DELIMITED BY SIZE
                  '  PRESENTED ' DELIMITED BY SIZE
                  WS-EXC-DATE(WS-EXC-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
                  '  BANK REASON ' DELIMITED BY SIZE
                  WS-EXC-REASON(WS-EXC-IDX) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING '  PAYEE PRESENTED: ' DELIMITED BY SIZE
                  WS-EXC-PAYEE(WS-EXC-IDX) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           IF WS-EXC-FOUND(WS-EXC-IDX) = 'Y'
               MOVE WS-EXC-REG-AMT(WS-EXC-IDX) TO WS-AMT2-ED
               STRING '  ISSUED ' DELIMITED BY SIZE
                      WS-EXC-REG-ISSUED(WS-EXC-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMT2-ED DELIMITED BY SIZE
                      '  FOR ' DELIMITED BY SIZE
                      WS-EXC-REG-REF(WS-EXC-IDX) DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      WS-EXC-REG-STATUS(WS-EXC-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EXC-REG-CLEARED(WS-EXC-IDX) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
               MOVE SPACES TO WS-WORK-LINE
               STRING '  PAYEE ISSUED   : ' DELIMITED BY SIZE
                      WS-EXC-REG-PAYEE(WS-EXC-IDX) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
           ELSE
               MOVE '  NO SUCH CHECK ON THE REGISTER' TO WS-WORK-LINE
           END-IF
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING '  DECISION: ' DELIMITED BY SIZE
                  WS-DECISION DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-DECISION-WHY DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           ADD 5 TO WS-LINE-CNT.
       PRINT-TOTALS-PARA.
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-EXC-TOTAL TO WS-AMT-ED
           MOVE WS-EXC-CNT TO WS-CNT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'EXCEPTION ITEMS : ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
                  '  PRESENTED ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-PAY-CNT TO WS-CNT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'SUGGEST PAY     : ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-RETURN-CNT TO WS-CNT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'SUGGEST RETURN  : ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-REVIEW-CNT TO WS-CNT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'NEED REVIEW     : ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       PAGE-HEADER-PARA.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'POSITIVE PAY EXCEPTION ITEMS   RUN DATE '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '        PAGE ' DELIMITED BY SIZE
                  WS-PAGE-NO-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE 2 TO WS-LINE-CNT.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO PRT-LINE
           WRITE PRT-LINE.
       CHECK-PAGE-PARA.
           IF WS-LINE-CNT + WS-BLOCK-LINES > WS-PAGE-SIZE
               PERFORM PAGE-HEADER-PARA
           END-IF.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== POSITIVE PAY EXCEPTION TOTALS ====='.
           DISPLAY 'EXCEPTION ITEMS READ: ' WS-READ-CNT.
           DISPLAY 'SUGGEST PAY         : ' WS-PAY-CNT.
           DISPLAY 'SUGGEST RETURN      : ' WS-RETURN-CNT.
           DISPLAY 'NEED REVIEW         : ' WS-REVIEW-CNT.
