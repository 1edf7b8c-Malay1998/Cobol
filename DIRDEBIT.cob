       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRDEBIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDRET
           ASSIGN TO DYNAMIC WS-DDRET-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDRET-STATUS.
           SELECT INSTALL
           ASSIGN TO DYNAMIC WS-INSTALL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTALL-STATUS.
           SELECT INSTDD
           ASSIGN TO DYNAMIC WS-INSTDD-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DDMAND
           ASSIGN TO DYNAMIC WS-DDMAND-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-NUM
           FILE STATUS IS WS-DDMAND-STATUS.
           SELECT DDOUT
           ASSIGN TO DYNAMIC WS-DDOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DDPAY
           ASSIGN TO DYNAMIC WS-DDPAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DDRET.
       01 DRP.
           02 DR-REF.
               03 DR-REF-TAG PIC X(2).
               03 DR-REF-NUM PIC X(5).
               03 PIC X.
               03 DR-REF-SEQ PIC X(4).
           02 PIC X.
           02 DR-AMT PIC 9(7)V99.
           02 PIC X.
           02 DR-REASON PIC X(4).
               88 DR-MANDATE-GONE VALUE 'CANC' 'NOAC' 'CLSD'.
           02 PIC X.
           02 DR-DATE PIC 9(8).
       FD INSTALL.
       01 INS.
           02 IN-NUM PIC X(5).
           02 PIC X.
           02 IN-SEQ PIC 9(4).
           02 PIC X.
           02 IN-DUE PIC 9(6).
           02 PIC X.
           02 IN-AMT PIC 9(6).9(2).
           02 PIC X.
           02 IN-PAID PIC 9(6).9(2).
           02 PIC X.
           02 IN-STATUS PIC X(7).
           02 PIC X.
           02 IN-REASON PIC X(4).
       FD INSTDD.
       01 IDP PIC X(50).
       FD DDMAND.
           COPY DDMAND.
       FD DDOUT.
       01 DOP.
           02 DO-SORT PIC X(6).
           02 PIC X.
           02 DO-ACCOUNT PIC X(10).
           02 PIC X.
           02 DO-HOLDER PIC X(18).
           02 PIC X.
           02 DO-AMT PIC 9(7)V99.
           02 PIC X.
           02 DO-REF.
               03 DO-REF-TAG PIC X(2).
               03 DO-REF-NUM PIC X(5).
               03 DO-REF-DASH PIC X.
               03 DO-REF-SEQ PIC 9(4).
           02 PIC X.
           02 DO-DATE PIC 9(8).
       FD DDPAY.
       01 DPY.
           02 DP-NUM PIC X(5).
           02 PIC X.
           02 DP-DATE PIC 9(6).
           02 PIC X.
           02 DP-AMT PIC 9(6).9(2).
       WORKING-STORAGE SECTION.
       01 WS-DDRET-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DDRET.PAT'.
       01 WS-DDRET-DSN PIC X(100).
       01 WS-INSTALL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\INSTALL.PAT'.
       01 WS-INSTALL-DSN PIC X(100).
       01 WS-INSTDD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\INSTDD.PAT'.
       01 WS-INSTDD-DSN PIC X(100).
       01 WS-DDMAND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DDMAND.PAT'.
       01 WS-DDMAND-DSN PIC X(100).
       01 WS-DDOUT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DDOUT.PAT'.
       01 WS-DDOUT-DSN PIC X(100).
       01 WS-DDPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DDPAY.PAT'.
       01 WS-DDPAY-DSN PIC X(100).
       01 WS-DDRET-STATUS PIC X(2).
       01 WS-INSTALL-STATUS PIC X(2).
       01 WS-DDMAND-STATUS PIC X(2).
       01 WS-RET-EOF-SW PIC X VALUE 'N'.
           88 WS-RET-EOF VALUE 'Y'.
       01 WS-INST-EOF-SW PIC X VALUE 'N'.
           88 WS-INST-EOF VALUE 'Y'.
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
       01 WS-HDR-IMAGE.
           02 PIC X(4) VALUE 'HDR '.
           02 WS-HI-SOURCE PIC X(8).
           02 PIC X VALUE SPACE.
           02 WS-HI-DATE PIC 9(8).
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-LIMIT-X PIC X(2).
       01 WS-RETURN-LIMIT PIC 9(2) VALUE 2.
       01 WS-RET-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-RET-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RET-TABLE.
           02 WS-RET-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RET-IDX.
               03 WS-RET-NUM PIC X(5).
               03 WS-RET-SEQ PIC 9(4).
               03 WS-RET-AMT PIC 9(7)V99.
               03 WS-RET-REASON PIC X(4).
               03 WS-RET-USED PIC X(1).
       01 WS-RET-SW PIC X.
           88 WS-RET-FOUND VALUE 'Y'.
       01 WS-INST-AMT PIC 9(6)V9(2).
       01 WS-INST-PAID PIC 9(6)V9(2).
       01 WS-REVERSE-AMT PIC 9(6)V9(2).
       01 WS-DEBIT-AMT PIC 9(6)V9(2).
       01 WS-NEW-CNT PIC 9(7) VALUE ZERO.
       01 WS-NEW-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-PAY-CNT PIC 9(7) VALUE ZERO.
       01 WS-PAY-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-INST-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RETURNED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-UNMATCH-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NOMAND-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-INACTIVE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SUSPEND-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CANCEL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RETURNED-TOTAL PIC 9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'DIRDEBIT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           MOVE SPACES TO WS-LIMIT-X
           ACCEPT WS-LIMIT-X FROM ENVIRONMENT 'DD_RETURN_LIMIT'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LIMIT-X IS NUMERIC
               MOVE WS-LIMIT-X TO WS-RETURN-LIMIT
           END-IF
           OPEN I-O DDMAND.
           IF WS-DDMAND-STATUS NOT = '00'
               DISPLAY 'DIRDEBIT: UNABLE TO OPEN DDMAND FILE, '
                   'STATUS=' WS-DDMAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFY-RETURN-PARA.
           PERFORM LOAD-RETURN-PARA.
           OPEN INPUT INSTALL.
           IF WS-INSTALL-STATUS NOT = '00'
               DISPLAY 'DIRDEBIT: UNABLE TO OPEN INSTALL FILE, '
                   'STATUS=' WS-INSTALL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INSTDD.
           OPEN OUTPUT DDOUT.
           OPEN OUTPUT DDPAY.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE 'DIRDEBIT' TO WS-HI-SOURCE.
           MOVE WS-HDR-IMAGE TO DOP.
           WRITE DOP.
           MOVE WS-HDR-IMAGE TO DPY.
           WRITE DPY.
           PERFORM UNTIL WS-INST-EOF
               READ INSTALL
                   AT END SET WS-INST-EOF TO TRUE
                   NOT AT END
                       IF INS(1:3) = 'HDR' OR INS(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-INST-CNT
                           PERFORM COLLECT-INSTALLMENT-PARA
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-NEW-CNT TO WS-ET-CNT.
           MOVE WS-NEW-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO DOP.
           WRITE DOP.
           MOVE WS-PAY-CNT TO WS-ET-CNT.
           MOVE WS-PAY-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO DPY.
           WRITE DPY.
           CLOSE INSTALL.
           CLOSE INSTDD.
           CLOSE DDOUT.
           CLOSE DDPAY.
           CLOSE DDMAND.
           PERFORM REPORT-UNMATCHED-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-DDRET-DSN-DFLT TO WS-DDRET-DSN
           ACCEPT WS-DDRET-DSN FROM ENVIRONMENT 'DDRET_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DDRET-DSN = SPACES
               MOVE WS-DDRET-DSN-DFLT TO WS-DDRET-DSN
           END-IF
           MOVE WS-INSTALL-DSN-DFLT TO WS-INSTALL-DSN
           ACCEPT WS-INSTALL-DSN FROM ENVIRONMENT 'INSTALL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-INSTALL-DSN = SPACES
               MOVE WS-INSTALL-DSN-DFLT TO WS-INSTALL-DSN
           END-IF
           MOVE WS-INSTDD-DSN-DFLT TO WS-INSTDD-DSN
           ACCEPT WS-INSTDD-DSN FROM ENVIRONMENT 'INSTDD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-INSTDD-DSN = SPACES
               MOVE WS-INSTDD-DSN-DFLT TO WS-INSTDD-DSN
           END-IF
           MOVE WS-DDMAND-DSN-DFLT TO WS-DDMAND-DSN
           ACCEPT WS-DDMAND-DSN FROM ENVIRONMENT 'DDMAND_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DDMAND-DSN = SPACES
               MOVE WS-DDMAND-DSN-DFLT TO WS-DDMAND-DSN
           END-IF
           MOVE WS-DDOUT-DSN-DFLT TO WS-DDOUT-DSN
           ACCEPT WS-DDOUT-DSN FROM ENVIRONMENT 'DDOUT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DDOUT-DSN = SPACES
               MOVE WS-DDOUT-DSN-DFLT TO WS-DDOUT-DSN
           END-IF
           MOVE WS-DDPAY-DSN-DFLT TO WS-DDPAY-DSN
           ACCEPT WS-DDPAY-DSN FROM ENVIRONMENT 'DDPAY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DDPAY-DSN = SPACES
               MOVE WS-DDPAY-DSN-DFLT TO WS-DDPAY-DSN
           END-IF.
      *    THE RETURNED-DEBIT FILE IS A BANK TRANSMISSION, SO ITS
      *    TRAILER IS PROVED AGAINST WHAT ARRIVED BEFORE A SINGLE
      *    INSTALLMENT IS REOPENED.
       VERIFY-RETURN-PARA.
           OPEN INPUT DDRET
           IF WS-DDRET-STATUS = '35'
               DISPLAY 'DIRDEBIT: NO RETURNED DEBIT FILE FOR THIS RUN'
               SET WS-VFY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VFY-EOF
               READ DDRET
                   AT END SET WS-VFY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DRP(1:3) = 'HDR'
                               SET WS-HDR-SEEN TO TRUE
                           WHEN DRP(1:3) = 'TRL'
                               SET WS-TRL-SEEN TO TRUE
                               MOVE DRP(1:28) TO WS-TRL-IMAGE
                           WHEN OTHER
                               ADD 1 TO WS-VFY-CNT
                               IF DR-AMT IS NUMERIC
                                   ADD DR-AMT TO WS-VFY-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-DDRET-STATUS NOT = '35'
               CLOSE DDRET
           END-IF
           IF WS-HDR-SEEN
               IF NOT WS-TRL-SEEN
                   DISPLAY 'DIRDEBIT: RETURN FILE HAS HEADER BUT NO '
                       'TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-VFY-CNT TO WS-ET-CNT
               MOVE WS-VFY-HASH TO WS-ET-HASH
               IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                   DISPLAY 'DIRDEBIT: RETURN FILE TRAILER DOES NOT '
                       'MATCH FILE CONTENT'
                   DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                   DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       LOAD-RETURN-PARA.
           IF WS-DDRET-STATUS = '35'
               CONTINUE
           ELSE
               OPEN INPUT DDRET
               PERFORM UNTIL WS-RET-EOF
                   READ DDRET
                       AT END SET WS-RET-EOF TO TRUE
                       NOT AT END
                           IF DRP(1:3) = 'HDR' OR DRP(1:3) = 'TRL'
                               CONTINUE
                           ELSE
                               PERFORM LOAD-ONE-RETURN-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DDRET
           END-IF.
       LOAD-ONE-RETURN-PARA.
           EVALUATE TRUE
               WHEN DR-REF-SEQ IS NOT NUMERIC OR
                    DR-AMT IS NOT NUMERIC
                   ADD 1 TO WS-UNMATCH-CNT
                   DISPLAY 'DIRDEBIT: RETURN ' DR-REF
                       ' IS NOT A DEBIT WE SENT, IGNORED'
               WHEN WS-RET-CNT >= WS-RET-MAX
                   DISPLAY 'DIRDEBIT: RETURN TABLE FULL, EXTRA '
                       'RETURNS IGNORED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-RET-CNT
                   SET WS-RET-IDX TO WS-RET-CNT
                   MOVE DR-REF-NUM TO WS-RET-NUM(WS-RET-IDX)
                   MOVE DR-REF-SEQ TO WS-RET-SEQ(WS-RET-IDX)
                   MOVE DR-AMT TO WS-RET-AMT(WS-RET-IDX)
                   MOVE DR-REASON TO WS-RET-REASON(WS-RET-IDX)
                   MOVE 'N' TO WS-RET-USED(WS-RET-IDX)
                   PERFORM MANDATE-RETURN-PARA
           END-EVALUATE.
      *    EVERY RETURN IS COUNTED AGAINST THE MANDATE.  A RETURN
      *    SAYING THE MANDATE OR ACCOUNT IS GONE CANCELS IT OUTRIGHT;
      *    OTHERWISE DD_RETURN_LIMIT (DEFAULT 2) RETURNS SUSPEND IT
      *    UNTIL AN OPERATOR RESUMES IT.  THIS IS DONE BEFORE THE
      *    SCHEDULE IS READ SO NOTHING MORE IS DRAWN ON IT TODAY.
       MANDATE-RETURN-PARA.
           MOVE DR-REF-NUM TO MD-NUM
           READ DDMAND
               INVALID KEY
                   DISPLAY 'DIRDEBIT: RETURN ' DR-REF
                       ' HAS NO MANDATE ON FILE'
               NOT INVALID KEY
                   IF MD-RETURNS < 99
                       ADD 1 TO MD-RETURNS
                   END-IF
                   MOVE WS-BUS-DATE TO MD-LAST-RETURN
                   MOVE DR-REASON TO MD-REASON
                   EVALUATE TRUE
                       WHEN MD-CANCELLED
                           CONTINUE
                       WHEN DR-MANDATE-GONE
                           SET MD-CANCELLED TO TRUE
                           ADD 1 TO WS-CANCEL-CNT
                           DISPLAY 'DIRDEBIT: MANDATE ' MD-NUM
                               ' CANCELLED, RETURN REASON ' DR-REASON
                       WHEN MD-ACTIVE AND
                            MD-RETURNS >= WS-RETURN-LIMIT
                           SET MD-SUSPENDED TO TRUE
                           ADD 1 TO WS-SUSPEND-CNT
                           DISPLAY 'DIRDEBIT: MANDATE ' MD-NUM
                               ' SUSPENDED AFTER ' MD-RETURNS
                               ' RETURNS'
                   END-EVALUATE
                   REWRITE DDM-REC
           END-READ.
      *    EACH INSTALLMENT IS COPIED FORWARD.  ONE WHOSE DEBIT CAME
      *    BACK HAS THE RETURNED AMOUNT TAKEN OUT OF IN-PAID AND
      *    CARRIES THE BANK'S REASON CODE, SO RECEIVABLES AGES IT AS
      *    UNPAID AND COUNTS IT TOWARD LAPSE.  A REOPENED INSTALLMENT
      *    IS NOT PRESENTED AGAIN - IT GOES TO COLLECTIONS.
       COLLECT-INSTALLMENT-PARA.
           PERFORM FIND-RETURN-PARA
           IF WS-RET-FOUND
               PERFORM REOPEN-INSTALLMENT-PARA
           ELSE
               IF (IN-STATUS = 'OPEN' OR IN-STATUS = 'PART') AND
                  IN-DUE NOT > WS-RUN-DATE AND
                  IN-REASON = SPACES
                   PERFORM DEBIT-INSTALLMENT-PARA
               END-IF
           END-IF
           MOVE INS TO IDP
           WRITE IDP.
       FIND-RETURN-PARA.
           MOVE 'N' TO WS-RET-SW
           SET WS-RET-IDX TO 1
           PERFORM UNTIL WS-RET-IDX > WS-RET-CNT OR WS-RET-FOUND
               IF WS-RET-NUM(WS-RET-IDX) = IN-NUM AND
                  WS-RET-SEQ(WS-RET-IDX) = IN-SEQ AND
                  WS-RET-USED(WS-RET-IDX) = 'N'
                   SET WS-RET-FOUND TO TRUE
               ELSE
                   SET WS-RET-IDX UP BY 1
               END-IF
           END-PERFORM.
       REOPEN-INSTALLMENT-PARA.
           MOVE 'Y' TO WS-RET-USED(WS-RET-IDX)
           MOVE IN-PAID TO WS-INST-PAID
           IF WS-RET-AMT(WS-RET-IDX) > WS-INST-PAID
               MOVE WS-INST-PAID TO WS-REVERSE-AMT
               DISPLAY 'DIRDEBIT: RETURN ON ' IN-NUM '-' IN-SEQ
                   ' EXCEEDS AMOUNT PAID, ' WS-INST-PAID ' REVERSED'
           ELSE
               MOVE WS-RET-AMT(WS-RET-IDX) TO WS-REVERSE-AMT
           END-IF
           SUBTRACT WS-REVERSE-AMT FROM WS-INST-PAID
           MOVE WS-INST-PAID TO IN-PAID
           MOVE 'RETURND' TO IN-STATUS
           MOVE WS-RET-REASON(WS-RET-IDX) TO IN-REASON
           ADD 1 TO WS-RETURNED-CNT
           ADD WS-REVERSE-AMT TO WS-RETURNED-TOTAL.
      *    ONLY AN ACTIVE MANDATE SIGNED ON OR BEFORE TODAY IS DRAWN
      *    ON.  THE DEBIT IS FOR WHAT IS STILL OWED ON THE INSTALLMENT
      *    AND IS POSTED AS A POLICY PAYMENT IN THE SAME RUN; IF THE
      *    BANK RETURNS IT, A LATER RUN REVERSES IT.
       DEBIT-INSTALLMENT-PARA.
           MOVE IN-AMT TO WS-INST-AMT
           MOVE IN-PAID TO WS-INST-PAID
           MOVE IN-NUM TO MD-NUM
           READ DDMAND
               INVALID KEY
                   ADD 1 TO WS-NOMAND-CNT
               NOT INVALID KEY
                   IF MD-ACTIVE AND MD-SIGNED NOT > WS-BUS-DATE
                       IF WS-INST-AMT > WS-INST-PAID
                           COMPUTE WS-DEBIT-AMT =
                               WS-INST-AMT - WS-INST-PAID
                           PERFORM WRITE-DEBIT-PARA
                       END-IF
                   ELSE
                       ADD 1 TO WS-INACTIVE-CNT
                   END-IF
           END-READ.
       WRITE-DEBIT-PARA.
           MOVE SPACES TO DOP
           MOVE MD-SORT TO DO-SORT
           MOVE MD-ACCOUNT TO DO-ACCOUNT
           MOVE MD-HOLDER TO DO-HOLDER
           MOVE WS-DEBIT-AMT TO DO-AMT
           MOVE 'DD' TO DO-REF-TAG
           MOVE IN-NUM TO DO-REF-NUM
           MOVE '-' TO DO-REF-DASH
           MOVE IN-SEQ TO DO-REF-SEQ
           MOVE WS-BUS-DATE TO DO-DATE
           WRITE DOP
           ADD 1 TO WS-NEW-CNT
           ADD WS-DEBIT-AMT TO WS-NEW-HASH
           MOVE SPACES TO DPY
           MOVE IN-NUM TO DP-NUM
           MOVE WS-RUN-DATE TO DP-DATE
           MOVE WS-DEBIT-AMT TO DP-AMT
           WRITE DPY
           ADD 1 TO WS-PAY-CNT
           ADD WS-DEBIT-AMT TO WS-PAY-HASH
           MOVE 'DEBITED' TO IN-STATUS.
       REPORT-UNMATCHED-PARA.
           SET WS-RET-IDX TO 1
           PERFORM UNTIL WS-RET-IDX > WS-RET-CNT
               IF WS-RET-USED(WS-RET-IDX) = 'N'
                   ADD 1 TO WS-UNMATCH-CNT
                   DISPLAY 'DIRDEBIT: RETURN FOR '
                       WS-RET-NUM(WS-RET-IDX) '-'
                       WS-RET-SEQ(WS-RET-IDX)
                       ' MATCHED NO INSTALLMENT'
               END-IF
               SET WS-RET-IDX UP BY 1
           END-PERFORM
           IF WS-UNMATCH-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== DIRECT DEBIT CONTROL TOTALS ====='.
           DISPLAY 'INSTALLMENTS READ   : ' WS-INST-CNT.
           DISPLAY 'DEBITS SENT TO BANK : ' WS-NEW-CNT.
           DISPLAY 'AMOUNT DEBITED      : ' WS-NEW-HASH.
           DISPLAY 'DEBITS RETURNED     : ' WS-RETURNED-CNT.
           DISPLAY 'AMOUNT RETURNED     : ' WS-RETURNED-TOTAL.
           DISPLAY 'RETURNS UNMATCHED   : ' WS-UNMATCH-CNT.
           DISPLAY 'DUE WITH NO MANDATE : ' WS-NOMAND-CNT.
           DISPLAY 'MANDATE NOT ACTIVE  : ' WS-INACTIVE-CNT.
           DISPLAY 'MANDATES SUSPENDED  : ' WS-SUSPEND-CNT.
           DISPLAY 'MANDATES CANCELLED  : ' WS-CANCEL-CNT.
