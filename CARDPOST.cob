       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDTRN
           ASSIGN TO DYNAMIC WS-CARDTRN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARDTRN-STATUS.
           SELECT CARDBILL
           ASSIGN TO DYNAMIC WS-CARDBILL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARDBILL-STATUS.
           SELECT BILLPOST
           ASSIGN TO DYNAMIC WS-BILLPOST-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARDMST
           ASSIGN TO DYNAMIC WS-CARDMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-ACCT
           FILE STATUS IS WS-CARDMST-STATUS.
           SELECT CARDITM
           ASSIGN TO DYNAMIC WS-CARDITM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARDITM-STATUS.
           SELECT CTREJ
           ASSIGN TO DYNAMIC WS-CTREJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CARDTRN.
       01 CTP.
           02 CT-TRAN-ID PIC X(12).
           02 PIC X.
           02 CT-ACCT PIC X(16).
           02 PIC X.
           02 CT-TYPE PIC X(4).
               88 CT-TYPE-VALID VALUE 'PURC' 'CASH' 'CRED' 'FEE '.
           02 PIC X.
           02 CT-DATE PIC 9(8).
           02 PIC X.
           02 CT-AMT PIC 9(7)V99.
           02 PIC X.
           02 CT-DESC PIC X(20).
       FD CARDBILL.
       01 CB-REC.
           02 CB-ACCT PIC X(16).
           02 PIC X.
           02 CB-NAME PIC X(15).
           02 PIC X.
           02 CB-CCT PIC X(8).
           02 PIC X.
           02 CB-BCD PIC X(6).
           02 PIC X.
           02 CB-NBA PIC 9(7)V99.
           02 PIC X.
           02 CB-PAID PIC 9(7)V99.
           02 PIC X.
           02 CB-DISPUTE PIC X(1).
           02 PIC X.
           02 CB-FEE-BAL PIC 9(7)V99.
           02 PIC X.
           02 CB-INT-BAL PIC 9(7)V99.
           02 PIC X.
           02 CB-PRIN-BAL PIC 9(7)V99.
       FD BILLPOST.
       01 BPP.
           02 BP-ACCT PIC X(16).
           02 PIC X.
           02 BP-NAME PIC X(15).
           02 PIC X.
           02 BP-CCT PIC X(8).
           02 PIC X.
           02 BP-BCD PIC X(6).
           02 PIC X.
           02 BP-NBA PIC 9(7)V99.
           02 PIC X.
           02 BP-PAID PIC 9(7)V99.
           02 PIC X.
           02 BP-DISPUTE PIC X(1).
           02 PIC X.
           02 BP-FEE-BAL PIC 9(7)V99.
           02 PIC X.
           02 BP-INT-BAL PIC 9(7)V99.
           02 PIC X.
           02 BP-PRIN-BAL PIC 9(7)V99.
       FD CARDMST.
           COPY CARDREC.
       FD CARDITM.
           COPY CARDITM.
       FD CTREJ.
       01 CRP.
           02 CR-TRAN-ID PIC X(12).
           02 PIC X.
           02 CR-ACCT PIC X(16).
           02 PIC X.
           02 CR-TYPE PIC X(4).
           02 PIC X.
           02 CR-AMT PIC 9(7).9(2).
           02 PIC X.
           02 CR-REASON PIC X(24).
       WORKING-STORAGE SECTION.
       01 WS-CARDTRN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CARDTRN.PAT'.
       01 WS-CARDTRN-DSN PIC X(100).
       01 WS-CARDBILL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BILLING.PAT'.
       01 WS-CARDBILL-DSN PIC X(100).
       01 WS-BILLPOST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BILLPOST.PAT'.
       01 WS-BILLPOST-DSN PIC X(100).
       01 WS-CARDMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CARDMST.PAT'.
       01 WS-CARDMST-DSN PIC X(100).
       01 WS-CARDITM-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CARDITM.PAT'.
       01 WS-CARDITM-DSN PIC X(100).
       01 WS-CTREJ-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CTREJ.PAT'.
       01 WS-CTREJ-DSN PIC X(100).
       01 WS-CARDTRN-STATUS PIC X(2).
       01 WS-CARDBILL-STATUS PIC X(2).
       01 WS-CARDMST-STATUS PIC X(2).
       01 WS-CARDITM-STATUS PIC X(2).
       01 WS-TRN-EOF-SW PIC X VALUE 'N'.
           88 WS-TRN-EOF VALUE 'Y'.
       01 WS-BILL-EOF-SW PIC X VALUE 'N'.
           88 WS-BILL-EOF VALUE 'Y'.
       01 WS-ITM-EOF-SW PIC X VALUE 'N'.
           88 WS-ITM-EOF VALUE 'Y'.
       01 WS-VFY-EOF-SW PIC X VALUE 'N'.
           88 WS-VFY-EOF VALUE 'Y'.
       01 WS-HDR-SEEN-SW PIC X VALUE 'N'.
           88 WS-HDR-SEEN VALUE 'Y'.
       01 WS-TRL-SEEN-SW PIC X VALUE 'N'.
           88 WS-TRL-SEEN VALUE 'Y'.
       01 WS-VFY-CNT PIC 9(7) VALUE ZERO.
       01 WS-VFY-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-TRL-IMAGE PIC X(28).
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
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-TX-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-TX-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-TX-TABLE.
           02 WS-TX-ENTRY OCCURS 5000 TIMES INDEXED BY WS-TX-IDX
                                                    WS-TX-IDX2.
               03 WS-TX-TRAN-ID PIC X(12).
               03 WS-TX-ACCT PIC X(16).
               03 WS-TX-TYPE PIC X(4).
               03 WS-TX-DATE PIC 9(8).
               03 WS-TX-AMT PIC 9(7)V99.
               03 WS-TX-DESC PIC X(20).
               03 WS-TX-CYCLE PIC X(2).
               03 WS-TX-STATE PIC X(1).
                   88 WS-TX-PENDING VALUE 'V'.
                   88 WS-TX-RERUN VALUE 'A'.
                   88 WS-TX-POSTED VALUE 'P'.
                   88 WS-TX-REPOSTED VALUE 'Q'.
                   88 WS-TX-REJECTED VALUE 'R'.
               03 WS-TX-REASON PIC X(24).
       01 WS-DUP-SW PIC X.
           88 WS-DUP-FOUND VALUE 'Y'.
       01 WS-BKT-FEE PIC 9(7)V99.
       01 WS-BKT-INT PIC 9(7)V99.
       01 WS-BKT-PRIN PIC 9(7)V99.
       01 WS-BKT-SUM PIC 9(8)V99.
       01 WS-NBA PIC 9(8)V99.
       01 WS-CREDIT-POOL PIC 9(7)V99.
       01 WS-NEW-CNT PIC 9(7) VALUE ZERO.
       01 WS-NEW-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-POST-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REPOST-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'CARDPOST' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           PERFORM VERIFY-CARDTRN-PARA.
           PERFORM LOAD-CARDTRN-PARA.
           OPEN INPUT CARDMST.
           IF WS-CARDMST-STATUS NOT = '00'
               DISPLAY 'CARDPOST: UNABLE TO OPEN CARDMST FILE, '
                   'STATUS=' WS-CARDMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-TX-IDX TO 1
           PERFORM UNTIL WS-TX-IDX > WS-TX-CNT
               IF WS-TX-PENDING(WS-TX-IDX)
                   PERFORM CHECK-ACCOUNT-PARA
               END-IF
               SET WS-TX-IDX UP BY 1
           END-PERFORM
           CLOSE CARDMST.
           PERFORM CHECK-LEDGER-PARA.
           OPEN INPUT CARDBILL.
           IF WS-CARDBILL-STATUS NOT = '00'
               DISPLAY 'CARDPOST: UNABLE TO OPEN CARDBILL FILE, '
                   'STATUS=' WS-CARDBILL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BILLPOST.
           MOVE 'CARDPOST' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO BPP.
           WRITE BPP.
           PERFORM UNTIL WS-BILL-EOF
               READ CARDBILL
                   AT END SET WS-BILL-EOF TO TRUE
                   NOT AT END
                       IF CB-REC(1:3) = 'HDR' OR CB-REC(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM POST-ACCOUNT-PARA
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-NEW-CNT TO WS-ET-CNT.
           MOVE WS-NEW-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO BPP.
           WRITE BPP.
           CLOSE BILLPOST.
           CLOSE CARDBILL.
           PERFORM WRITE-LEDGER-PARA.
           PERFORM WRITE-REJECTS-PARA.
           IF WS-REJECT-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-CARDTRN-DSN-DFLT TO WS-CARDTRN-DSN
           ACCEPT WS-CARDTRN-DSN FROM ENVIRONMENT 'CARDTRN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDTRN-DSN = SPACES
               MOVE WS-CARDTRN-DSN-DFLT TO WS-CARDTRN-DSN
           END-IF
           MOVE WS-CARDBILL-DSN-DFLT TO WS-CARDBILL-DSN
           ACCEPT WS-CARDBILL-DSN FROM ENVIRONMENT 'CARDBILL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDBILL-DSN = SPACES
               MOVE WS-CARDBILL-DSN-DFLT TO WS-CARDBILL-DSN
           END-IF
           MOVE WS-BILLPOST-DSN-DFLT TO WS-BILLPOST-DSN
           ACCEPT WS-BILLPOST-DSN FROM ENVIRONMENT 'BILLPOST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BILLPOST-DSN = SPACES
               MOVE WS-BILLPOST-DSN-DFLT TO WS-BILLPOST-DSN
           END-IF
           MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           ACCEPT WS-CARDMST-DSN FROM ENVIRONMENT 'CARDMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDMST-DSN = SPACES
               MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           END-IF
           MOVE WS-CARDITM-DSN-DFLT TO WS-CARDITM-DSN
           ACCEPT WS-CARDITM-DSN FROM ENVIRONMENT 'CARDITM_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDITM-DSN = SPACES
               MOVE WS-CARDITM-DSN-DFLT TO WS-CARDITM-DSN
           END-IF
           MOVE WS-CTREJ-DSN-DFLT TO WS-CTREJ-DSN
           ACCEPT WS-CTREJ-DSN FROM ENVIRONMENT 'CTREJ_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CTREJ-DSN = SPACES
               MOVE WS-CTREJ-DSN-DFLT TO WS-CTREJ-DSN
           END-IF.
       VERIFY-CARDTRN-PARA.
           OPEN INPUT CARDTRN
           IF WS-CARDTRN-STATUS = '35'
               DISPLAY 'CARDPOST: NO CARD TRANSACTIONS FOR THIS RUN'
               SET WS-VFY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VFY-EOF
               READ CARDTRN
                   AT END SET WS-VFY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CTP(1:3) = 'HDR'
                               SET WS-HDR-SEEN TO TRUE
                           WHEN CTP(1:3) = 'TRL'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE CTP(1:28) TO WS-TRL-IMAGE
                           WHEN OTHER
                               ADD 1 TO WS-VFY-CNT
                               IF CT-AMT IS NUMERIC
                                   ADD CT-AMT TO WS-VFY-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-CARDTRN-STATUS NOT = '35'
               CLOSE CARDTRN
           END-IF
           IF WS-HDR-SEEN
               IF NOT WS-TRL-SEEN
                   DISPLAY 'CARDPOST: CARDTRN HAS HEADER BUT NO '
                       'TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-VFY-CNT TO WS-ET-CNT
               MOVE WS-VFY-HASH TO WS-ET-HASH
               IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                   DISPLAY 'CARDPOST: CARDTRN TRAILER DOES NOT '
                       'MATCH FILE CONTENT'
                   DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                   DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       LOAD-CARDTRN-PARA.
           IF WS-CARDTRN-STATUS = '35'
               SET WS-TRN-EOF TO TRUE
           ELSE
               OPEN INPUT CARDTRN
           END-IF
           PERFORM UNTIL WS-TRN-EOF
               READ CARDTRN
                   AT END SET WS-TRN-EOF TO TRUE
                   NOT AT END
                       IF CTP(1:3) = 'HDR' OR CTP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-TRAN-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARDTRN-STATUS NOT = '35'
               CLOSE CARDTRN
           END-IF.
      *    A TRANSACTION ID SEEN EARLIER IN THE SAME FILE IS A
      *    DUPLICATE FROM THE NETWORK AND IS NEVER POSTED TWICE.
       LOAD-ONE-TRAN-PARA.
           ADD 1 TO WS-READ-CNT
           IF WS-TX-CNT >= WS-TX-MAX
               DISPLAY 'CARDPOST: TRANSACTION TABLE FULL, '
                   CT-TRAN-ID ' NOT POSTED THIS RUN'
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TX-CNT
               SET WS-TX-IDX TO WS-TX-CNT
               MOVE CT-TRAN-ID TO WS-TX-TRAN-ID(WS-TX-IDX)
               MOVE CT-ACCT TO WS-TX-ACCT(WS-TX-IDX)
               MOVE CT-TYPE TO WS-TX-TYPE(WS-TX-IDX)
               MOVE CT-DESC TO WS-TX-DESC(WS-TX-IDX)
               MOVE ZERO TO WS-TX-DATE(WS-TX-IDX)
               MOVE ZERO TO WS-TX-AMT(WS-TX-IDX)
               MOVE SPACES TO WS-TX-CYCLE(WS-TX-IDX)
               MOVE SPACES TO WS-TX-REASON(WS-TX-IDX)
               MOVE 'V' TO WS-TX-STATE(WS-TX-IDX)
               PERFORM FIND-DUP-TRAN-PARA
               EVALUATE TRUE
                   WHEN CT-TRAN-ID = SPACES
                       MOVE 'MISSING TRANSACTION ID'
                           TO WS-TX-REASON(WS-TX-IDX)
                   WHEN NOT CT-TYPE-VALID
                       MOVE 'INVALID TRANSACTION TYPE'
                           TO WS-TX-REASON(WS-TX-IDX)
                   WHEN CT-AMT IS NOT NUMERIC
                       MOVE 'NON-NUMERIC AMOUNT'
                           TO WS-TX-REASON(WS-TX-IDX)
                   WHEN CT-AMT = ZERO
                       MOVE 'ZERO AMOUNT'
                           TO WS-TX-REASON(WS-TX-IDX)
                   WHEN CT-DATE IS NOT NUMERIC
                       MOVE 'INVALID TRANSACTION DATE'
                           TO WS-TX-REASON(WS-TX-IDX)
                   WHEN CT-DATE > WS-BUS-DATE
                       MOVE 'FUTURE TRANSACTION DATE'
                           TO WS-TX-REASON(WS-TX-IDX)
                   WHEN WS-DUP-FOUND
                       MOVE 'DUPLICATE IN FILE'
                           TO WS-TX-REASON(WS-TX-IDX)
                   WHEN OTHER
                       MOVE CT-DATE TO WS-TX-DATE(WS-TX-IDX)
                       MOVE CT-AMT TO WS-TX-AMT(WS-TX-IDX)
               END-EVALUATE
               IF WS-TX-REASON(WS-TX-IDX) NOT = SPACES
                   MOVE 'R' TO WS-TX-STATE(WS-TX-IDX)
                   IF CT-AMT IS NUMERIC
                       MOVE CT-AMT TO WS-TX-AMT(WS-TX-IDX)
                   END-IF
               END-IF
           END-IF.
       FIND-DUP-TRAN-PARA.
           MOVE 'N' TO WS-DUP-SW
           SET WS-TX-IDX2 TO 1
           PERFORM UNTIL WS-TX-IDX2 >= WS-TX-IDX OR WS-DUP-FOUND
               IF WS-TX-TRAN-ID(WS-TX-IDX2) = CT-TRAN-ID
                   SET WS-DUP-FOUND TO TRUE
               ELSE
                   SET WS-TX-IDX2 UP BY 1
               END-IF
           END-PERFORM.
       CHECK-ACCOUNT-PARA.
           MOVE WS-TX-ACCT(WS-TX-IDX) TO CM-ACCT
           READ CARDMST
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER'
                       TO WS-TX-REASON(WS-TX-IDX)
                   MOVE 'R' TO WS-TX-STATE(WS-TX-IDX)
               NOT INVALID KEY
                   IF CM-STATUS-CLOSED
                       MOVE 'ACCOUNT CLOSED'
                           TO WS-TX-REASON(WS-TX-IDX)
                       MOVE 'R' TO WS-TX-STATE(WS-TX-IDX)
                   END-IF
                   IF CM-STATUS-CHGOFF
                       MOVE 'ACCOUNT CHARGED OFF'
                           TO WS-TX-REASON(WS-TX-IDX)
                       MOVE 'R' TO WS-TX-STATE(WS-TX-IDX)
                   END-IF
           END-READ.
      *    AN ID ALREADY ON THE ITEM LEDGER FROM AN EARLIER DAY IS A
      *    DUPLICATE.  ONE POSTED ON TODAY'S BUSINESS DATE MEANS THIS
      *    STEP IS BEING RERUN FROM THE SAME BILLING FILE: THE ITEM IS
      *    APPLIED TO THE BUCKETS AGAIN BUT NOT LEDGERED A SECOND TIME.
       CHECK-LEDGER-PARA.
           OPEN INPUT CARDITM
           IF WS-CARDITM-STATUS = '35'
               SET WS-ITM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ITM-EOF
               READ CARDITM
                   AT END SET WS-ITM-EOF TO TRUE
                   NOT AT END PERFORM CHECK-ONE-ITEM-PARA
               END-READ
           END-PERFORM
           IF WS-CARDITM-STATUS NOT = '35'
               CLOSE CARDITM
           END-IF.
       CHECK-ONE-ITEM-PARA.
           SET WS-TX-IDX TO 1
           PERFORM UNTIL WS-TX-IDX > WS-TX-CNT
               IF WS-TX-TRAN-ID(WS-TX-IDX) = CI-TRAN-ID AND
                  (WS-TX-PENDING(WS-TX-IDX) OR
                   WS-TX-RERUN(WS-TX-IDX))
                   IF CI-POSTED = WS-BUS-DATE AND
                      CI-ACCT = WS-TX-ACCT(WS-TX-IDX)
                       MOVE 'A' TO WS-TX-STATE(WS-TX-IDX)
                   ELSE
                       MOVE 'ALREADY POSTED'
                           TO WS-TX-REASON(WS-TX-IDX)
                       MOVE 'R' TO WS-TX-STATE(WS-TX-IDX)
                   END-IF
               END-IF
               SET WS-TX-IDX UP BY 1
           END-PERFORM.
       POST-ACCOUNT-PARA.
           MOVE CB-REC TO BPP
           MOVE ZERO TO WS-BKT-FEE
           MOVE ZERO TO WS-BKT-INT
           MOVE ZERO TO WS-BKT-PRIN
           MOVE ZERO TO WS-NBA
           IF CB-FEE-BAL IS NUMERIC
               MOVE CB-FEE-BAL TO WS-BKT-FEE
           END-IF
           IF CB-INT-BAL IS NUMERIC
               MOVE CB-INT-BAL TO WS-BKT-INT
           END-IF
           IF CB-PRIN-BAL IS NUMERIC
               MOVE CB-PRIN-BAL TO WS-BKT-PRIN
           END-IF
           IF CB-NBA IS NUMERIC
               MOVE CB-NBA TO WS-NBA
           END-IF
           COMPUTE WS-BKT-SUM =
               WS-BKT-FEE + WS-BKT-INT + WS-BKT-PRIN
           IF WS-BKT-SUM = ZERO
               MOVE WS-NBA TO WS-BKT-PRIN
           END-IF
           SET WS-TX-IDX TO 1
           PERFORM UNTIL WS-TX-IDX > WS-TX-CNT
               IF WS-TX-ACCT(WS-TX-IDX) = CB-ACCT AND
                  (WS-TX-PENDING(WS-TX-IDX) OR
                   WS-TX-RERUN(WS-TX-IDX))
                   PERFORM APPLY-TRAN-PARA
               END-IF
               SET WS-TX-IDX UP BY 1
           END-PERFORM
           MOVE WS-NBA TO BP-NBA
           MOVE WS-BKT-FEE TO BP-FEE-BAL
           MOVE WS-BKT-INT TO BP-INT-BAL
           MOVE WS-BKT-PRIN TO BP-PRIN-BAL
           WRITE BPP
           ADD 1 TO WS-NEW-CNT
           ADD BP-NBA TO WS-NEW-HASH.
      *    PURCHASES AND CASH ADVANCES ARE PRINCIPAL, FEES GO TO THE
      *    FEE BUCKET.  A CREDIT REVERSES A PURCHASE, SO IT COMES OFF
      *    PRINCIPAL FIRST, THEN FEES, THEN INTEREST; A CREDIT LARGER
      *    THAN THE BALANCE GOES TO THE CARD TEAM RATHER THAN LEAVE
      *    THE ACCOUNT IN CREDIT.
       APPLY-TRAN-PARA.
           MOVE CB-BCD(5:2) TO WS-TX-CYCLE(WS-TX-IDX)
           EVALUATE WS-TX-TYPE(WS-TX-IDX)
               WHEN 'PURC'
               WHEN 'CASH'
                   ADD WS-TX-AMT(WS-TX-IDX) TO WS-BKT-PRIN
                   ADD WS-TX-AMT(WS-TX-IDX) TO WS-NBA
                   ADD WS-TX-AMT(WS-TX-IDX) TO WS-DEBIT-TOTAL
                   PERFORM MARK-POSTED-PARA
               WHEN 'FEE '
                   ADD WS-TX-AMT(WS-TX-IDX) TO WS-BKT-FEE
                   ADD WS-TX-AMT(WS-TX-IDX) TO WS-NBA
                   ADD WS-TX-AMT(WS-TX-IDX) TO WS-DEBIT-TOTAL
                   PERFORM MARK-POSTED-PARA
               WHEN 'CRED'
                   IF WS-TX-AMT(WS-TX-IDX) > WS-NBA
                       MOVE 'CREDIT EXCEEDS BALANCE'
                           TO WS-TX-REASON(WS-TX-IDX)
                       MOVE 'R' TO WS-TX-STATE(WS-TX-IDX)
                   ELSE
                       PERFORM APPLY-CREDIT-PARA
                       PERFORM MARK-POSTED-PARA
                   END-IF
           END-EVALUATE.
       APPLY-CREDIT-PARA.
           MOVE WS-TX-AMT(WS-TX-IDX) TO WS-CREDIT-POOL
           SUBTRACT WS-CREDIT-POOL FROM WS-NBA
           ADD WS-CREDIT-POOL TO WS-CREDIT-TOTAL
           IF WS-CREDIT-POOL >= WS-BKT-PRIN
               SUBTRACT WS-BKT-PRIN FROM WS-CREDIT-POOL
               MOVE ZERO TO WS-BKT-PRIN
           ELSE
               SUBTRACT WS-CREDIT-POOL FROM WS-BKT-PRIN
               MOVE ZERO TO WS-CREDIT-POOL
           END-IF
           IF WS-CREDIT-POOL >= WS-BKT-FEE
               SUBTRACT WS-BKT-FEE FROM WS-CREDIT-POOL
               MOVE ZERO TO WS-BKT-FEE
           ELSE
               SUBTRACT WS-CREDIT-POOL FROM WS-BKT-FEE
               MOVE ZERO TO WS-CREDIT-POOL
           END-IF
           IF WS-CREDIT-POOL >= WS-BKT-INT
               MOVE ZERO TO WS-BKT-INT
           ELSE
               SUBTRACT WS-CREDIT-POOL FROM WS-BKT-INT
           END-IF.
       MARK-POSTED-PARA.
           IF WS-TX-RERUN(WS-TX-IDX)
               MOVE 'Q' TO WS-TX-STATE(WS-TX-IDX)
               ADD 1 TO WS-REPOST-CNT
           ELSE
               MOVE 'P' TO WS-TX-STATE(WS-TX-IDX)
               ADD 1 TO WS-POST-CNT
           END-IF.
       WRITE-LEDGER-PARA.
           OPEN EXTEND CARDITM
           IF WS-CARDITM-STATUS = '35'
               OPEN OUTPUT CARDITM
           END-IF
           SET WS-TX-IDX TO 1
           PERFORM UNTIL WS-TX-IDX > WS-TX-CNT
               IF WS-TX-POSTED(WS-TX-IDX)
                   MOVE SPACES TO CARD-ITEM
                   MOVE WS-TX-TRAN-ID(WS-TX-IDX) TO CI-TRAN-ID
                   MOVE WS-TX-ACCT(WS-TX-IDX) TO CI-ACCT
                   MOVE WS-TX-CYCLE(WS-TX-IDX) TO CI-CYCLE
                   MOVE WS-TX-TYPE(WS-TX-IDX) TO CI-TYPE
                   MOVE WS-TX-DATE(WS-TX-IDX) TO CI-DATE
                   MOVE WS-BUS-DATE TO CI-POSTED
                   MOVE WS-TX-AMT(WS-TX-IDX) TO CI-AMT
                   MOVE WS-TX-DESC(WS-TX-IDX) TO CI-DESC
                   WRITE CARD-ITEM
               END-IF
               SET WS-TX-IDX UP BY 1
           END-PERFORM
           CLOSE CARDITM.
      *    ANYTHING STILL WAITING HERE NEVER FOUND A BILLING RECORD.
       WRITE-REJECTS-PARA.
           OPEN OUTPUT CTREJ
           SET WS-TX-IDX TO 1
           PERFORM UNTIL WS-TX-IDX > WS-TX-CNT
               IF WS-TX-PENDING(WS-TX-IDX) OR WS-TX-RERUN(WS-TX-IDX)
                   MOVE 'NOT ON BILLING FILE'
                       TO WS-TX-REASON(WS-TX-IDX)
                   MOVE 'R' TO WS-TX-STATE(WS-TX-IDX)
               END-IF
               IF WS-TX-REJECTED(WS-TX-IDX)
                   MOVE SPACES TO CRP
                   MOVE WS-TX-TRAN-ID(WS-TX-IDX) TO CR-TRAN-ID
                   MOVE WS-TX-ACCT(WS-TX-IDX) TO CR-ACCT
                   MOVE WS-TX-TYPE(WS-TX-IDX) TO CR-TYPE
                   MOVE WS-TX-AMT(WS-TX-IDX) TO CR-AMT
                   MOVE WS-TX-REASON(WS-TX-IDX) TO CR-REASON
                   WRITE CRP
                   ADD 1 TO WS-REJECT-CNT
                   DISPLAY 'CARDPOST: ' WS-TX-TRAN-ID(WS-TX-IDX)
                       ' REJECTED - ' WS-TX-REASON(WS-TX-IDX)
               END-IF
               SET WS-TX-IDX UP BY 1
           END-PERFORM
           CLOSE CTREJ.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== CARD POSTING CONTROL TOTALS ====='.
           DISPLAY 'TRANSACTIONS READ : ' WS-READ-CNT.
           DISPLAY 'POSTED            : ' WS-POST-CNT.
           DISPLAY 'REPOSTED ON RERUN : ' WS-REPOST-CNT.
           DISPLAY 'REJECTED          : ' WS-REJECT-CNT.
           DISPLAY 'DEBITS POSTED     : ' WS-DEBIT-TOTAL.
           DISPLAY 'CREDITS POSTED    : ' WS-CREDIT-TOTAL.
           DISPLAY 'BILLING RECORDS   : ' WS-NEW-CNT.
