           ASSIGN TO DYNAMIC WS-POLPAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLPAY-STATUS.
           SELECT DDPAY
           ASSIGN TO DYNAMIC WS-DDPAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDPAY-STATUS.
           SELECT INSTSRT
           ASSIGN TO DYNAMIC WS-INSTSRT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO DYNAMIC WS-AUDJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDJRNL-STATUS.
           SELECT CORRESP
           ASSIGN TO DYNAMIC WS-CORRESP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
           02 IN-PAID PIC 9(6).9(2).
           02 PIC X.
           02 IN-STATUS PIC X(7).
           02 PIC X.
           02 IN-REASON PIC X(4).
       FD POLPAY.
       01 PPY.
           02 PP-NUM PIC X(5).
           02 PP-DATE PIC 9(6).
           02 PIC X.
           02 PP-AMT PIC 9(6).9(2).
       FD DDPAY.
       01 DPY.
           02 DP-NUM PIC X(5).
           02 PIC X.
           02 DP-DATE PIC 9(6).
           02 PIC X.
           02 DP-AMT PIC 9(6).9(2).
       FD INSTSRT.
       01 ISR.
           02 IS-NUM PIC X(5).
           02 IS-PAID PIC 9(6).9(2).
           02 PIC X.
           02 IS-STATUS PIC X(7).
           02 PIC X.
           02 IS-REASON PIC X(4).
       FD PAYSRT.
       01 PSR.
           02 PS-NUM PIC X(5).
           02 IW-PAID PIC 9(6).9(2).
           02 PIC X.
           02 IW-STATUS PIC X(7).
           02 PIC X.
           02 IW-REASON PIC X(4).
       FD KSDS.
           COPY POLYOUT.
       FD AUDJRNL.
           COPY AUDJRNL.
       FD CORRESP.
           COPY LTREVT.
       SD WORK.
       01 SW-REC.
           02 SW-KEY PIC X(11).
           02 PIC X.
           02 SW-REST PIC X(38).
       WORKING-STORAGE SECTION.
       01 WS-INSTALL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\INSTALL.PAT'.
       01 WS-POLPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\POLPAY.PAT'.
       01 WS-POLPAY-DSN PIC X(100).
       01 WS-DDPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DDPAY.PAT'.
       01 WS-DDPAY-DSN PIC X(100).
       01 WS-INSTSRT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\INSTSRT.PAT'.
       01 WS-INSTSRT-DSN PIC X(100).
       01 WS-WORK-DSN PIC X(100).
       01 WS-INSTALL-STATUS PIC X(2).
       01 WS-POLPAY-STATUS PIC X(2).
       01 WS-DDPAY-STATUS PIC X(2).
       01 WS-KSDS-STATUS PIC X(2).
       01 WS-AUDJRNL-STATUS PIC X(2).
       01 WS-CORRESP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CORRESP.PAT'.
       01 WS-CORRESP-DSN PIC X(100).
       01 WS-CORRESP-STATUS PIC X(2).
       01 WS-LETTER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LETTER-AMT PIC 9(5)V9(2).
       01 WS-INST-EOF-SW PIC X VALUE 'N'.
           88 WS-INST-EOF VALUE 'Y'.
       01 WS-PAY-EOF-SW PIC X VALUE 'N'.
           88 WS-IRAW-EOF VALUE 'Y'.
       01 WS-PRAW-EOF-SW PIC X VALUE 'N'.
           88 WS-PRAW-EOF VALUE 'Y'.
       01 WS-DRAW-EOF-SW PIC X VALUE 'N'.
           88 WS-DRAW-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-PAID-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PART-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OVER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RETURN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LAPSE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-UNMATCH-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-UNAPPL-AMT PIC 9(9)V9(2) VALUE ZERO.
           ELSE
               CLOSE POLPAY
           END-IF.
           OPEN INPUT DDPAY.
           IF WS-DDPAY-STATUS NOT = '35'
               CLOSE DDPAY
           END-IF.
           SORT WORK ON ASCENDING KEY SW-KEY
           INPUT PROCEDURE IS RELEASE-INSTALL-PARA
           GIVING INSTSRT.
           IF WS-AUDJRNL-STATUS = '35'
               OPEN OUTPUT AUDJRNL
           END-IF.
           OPEN EXTEND CORRESP.
           IF WS-CORRESP-STATUS = '35'
               OPEN OUTPUT CORRESP
           END-IF.
           OPEN INPUT INSTSRT.
           OPEN INPUT PAYSRT.
           OPEN OUTPUT INSTNEW.
           CALL WS-LOCKPGM USING WS-LOCK-FUNC, WS-STEP-NAME,
                                WS-BUS-DATE.
           CLOSE AUDJRNL.
           CLOSE CORRESP.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           IF WS-POLPAY-DSN = SPACES
               MOVE WS-POLPAY-DSN-DFLT TO WS-POLPAY-DSN
           END-IF
           MOVE WS-DDPAY-DSN-DFLT TO WS-DDPAY-DSN
           ACCEPT WS-DDPAY-DSN FROM ENVIRONMENT 'DDPAY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DDPAY-DSN = SPACES
               MOVE WS-DDPAY-DSN-DFLT TO WS-DDPAY-DSN
           END-IF
           MOVE WS-INSTSRT-DSN-DFLT TO WS-INSTSRT-DSN
           ACCEPT WS-INSTSRT-DSN FROM ENVIRONMENT 'INSTSRT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF
           MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           ACCEPT WS-CORRESP-DSN FROM ENVIRONMENT 'CORRESP_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CORRESP-DSN = SPACES
               MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           END-IF.
       RELEASE-INSTALL-PARA.
           OPEN INPUT INSTALL
                                  IN-PAID DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  IN-STATUS DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  IN-REASON DELIMITED BY SIZE
                               INTO SW-REST
                           RELEASE SW-REC
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE POLPAY
           END-IF
           PERFORM RELEASE-DDPAY-PARA.
      *    DIRECT DEBITS COLLECTED FROM THE BANK ARE POLICY PAYMENTS
      *    LIKE ANY OTHER AND ARE POOLED WITH THEM.
       RELEASE-DDPAY-PARA.
           IF WS-DDPAY-STATUS = '35'
               CONTINUE
           ELSE
               OPEN INPUT DDPAY
               PERFORM UNTIL WS-DRAW-EOF
                   READ DDPAY
                       AT END SET WS-DRAW-EOF TO TRUE
                       NOT AT END
                           IF DPY(1:3) = 'HDR' OR DPY(1:3) = 'TRL'
                               CONTINUE
                           ELSE
                               MOVE SPACES TO SW-REC
                               STRING DP-NUM DELIMITED BY SIZE
                                      DP-DATE DELIMITED BY SIZE
                                   INTO SW-KEY
                               MOVE DP-AMT TO SW-REST
                               RELEASE SW-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DDPAY
           END-IF.
       READ-INST-PARA.
           READ INSTSRT
           IF WS-OVERDUE-CNT >= WS-LAPSE-LIMIT
               PERFORM LAPSE-POLICY-PARA
           END-IF.
      *    AN INSTALLMENT WHOSE DIRECT DEBIT CAME BACK CARRIES THE
      *    BANK'S REASON CODE AND IS OVERDUE FROM THE DAY THE RETURN
      *    ARRIVES, SO IT COUNTS TOWARD LAPSE LIKE ANY MISSED PAYMENT.
       SETTLE-INSTALLMENT-PARA.
           MOVE IS-AMT TO WS-INST-AMT
           MOVE IS-PAID TO WS-INST-PAID
           MOVE IS-DUE TO IW-DUE
           MOVE IS-AMT TO IW-AMT
           MOVE WS-INST-PAID TO IW-PAID
           MOVE IS-REASON TO IW-REASON
           EVALUATE TRUE
               WHEN WS-INST-PAID >= WS-INST-AMT
                   MOVE 'PAID' TO IW-STATUS
                   ADD 1 TO WS-PAID-CNT
               WHEN IS-DUE < WS-RUN-DATE OR IS-REASON NOT = SPACES
                   MOVE 'OVERDUE' TO IW-STATUS
                   ADD 1 TO WS-OVER-CNT
                   ADD 1 TO WS-OVERDUE-CNT
                   IF IS-REASON NOT = SPACES
                       ADD 1 TO WS-RETURN-CNT
                   END-IF
               WHEN WS-INST-PAID > ZERO
                   MOVE 'PART' TO IW-STATUS
                   ADD 1 TO WS-PART-CNT
                       REWRITE OUTP
                       MOVE OUTP TO WS-AFTER-IMAGE
                       PERFORM JOURNAL-KSDS-PARA
                       PERFORM LETTER-EVENT-PARA
                       ADD 1 TO WS-LAPSE-CNT
                       DISPLAY 'RECVBL: POLICY ' WS-CUR-NUM
                           ' LAPSED, ' WS-OVERDUE-CNT
           MOVE WS-BEFORE-IMAGE TO AJ-BEFORE
           MOVE WS-AFTER-IMAGE TO AJ-AFTER
           WRITE AJP.
      *    THE LAPSE NOTICE GOES OUT THROUGH THE LETTERS RUN; THE
      *    EVENT CARRIES THE PREMIUM AND THE COUNT OF INSTALLMENTS
      *    THAT WENT UNPAID.
       LETTER-EVENT-PARA.
           MOVE SPACES TO LEP
           MOVE WS-BUS-DATE TO LE-DATE
           MOVE 'RECVBL' TO LE-PGM
           MOVE 'POLLAPSE' TO LE-LETTER
           MOVE O-NUM TO LE-KEY
           MOVE O-NUM TO LE-REF
           MOVE O-AMT TO WS-LETTER-AMT
           MOVE WS-LETTER-AMT TO LE-AMT
           MOVE WS-OVERDUE-CNT TO LE-TEXT
           WRITE LEP
           ADD 1 TO WS-LETTER-CNT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== RECEIVABLES MATCHING CONTROL TOTALS ====='.
           DISPLAY 'INSTALLMENTS READ  : ' WS-INST-CNT.
           DISPLAY 'INSTALLMENTS PAID  : ' WS-PAID-CNT.
           DISPLAY 'INSTALLMENTS PART  : ' WS-PART-CNT.
           DISPLAY 'INSTALLMENTS OVERDUE: ' WS-OVER-CNT.
           DISPLAY 'RETURNED DEBITS    : ' WS-RETURN-CNT.
           DISPLAY 'POLICIES LAPSED    : ' WS-LAPSE-CNT.
           DISPLAY 'UNAPPLIED PAYMENTS : ' WS-UNMATCH-CNT.
           DISPLAY 'UNAPPLIED AMOUNT   : ' WS-UNAPPL-AMT.
           DISPLAY 'LETTER EVENTS      : ' WS-LETTER-CNT.
