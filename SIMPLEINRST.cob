           ASSIGN TO DYNAMIC WS-CYCLECTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLECTL-STATUS.
           SELECT CARDITM
           ASSIGN TO DYNAMIC WS-CARDITM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARDITM-STATUS.
           SELECT STMTITM
           ASSIGN TO DYNAMIC WS-STMTITM-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CARDBILL.
           02 CC-CYCLE PIC 9(2).
           02 PIC X.
           02 CC-DATE PIC 9(6).
       FD CARDITM.
           COPY CARDITM.
       FD STMTITM.
       01 SIP.
           02 SI-ACCT PIC X(16).
           02 PIC X.
           02 SI-DATE PIC 9(8).
           02 PIC X.
           02 SI-TYPE PIC X(4).
           02 PIC X.
           02 SI-AMT PIC 9(7)V99.
           02 PIC X.
           02 SI-DESC PIC X(20).
           02 PIC X.
           02 SI-TRAN-ID PIC X(12).
       WORKING-STORAGE SECTION.
       01 WS-W PIC X VALUE SPACE.
       01 WS-ACCEPT PIC 9(6).
       01 WS-CYCLE-DONE-SW PIC X VALUE 'N'.
           88 WS-CYCLE-DONE VALUE 'Y'.
       01 WS-SKIP-CYCLE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PREV-STMT-DATE PIC 9(6) VALUE ZERO.
       01 WS-PREV-STMT-8 PIC 9(8) VALUE ZERO.
       01 WS-PROC-CYCLE-ITM PIC X(2).
       01 WS-CARDITM-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CARDITM.PAT'.
       01 WS-CARDITM-DSN PIC X(100).
       01 WS-CARDITM-STATUS PIC X(2).
       01 WS-STMTITM-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\STMTITM.PAT'.
       01 WS-STMTITM-DSN PIC X(100).
       01 WS-ITM-EOF-SW PIC X VALUE 'N'.
           88 WS-ITM-EOF VALUE 'Y'.
       01 WS-IT-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-IT-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-IT-TABLE.
           02 WS-IT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-IT-IDX.
               03 WS-IT-ACCT PIC X(16).
               03 WS-IT-DATE PIC 9(8).
               03 WS-IT-TYPE PIC X(4).
               03 WS-IT-AMT PIC 9(7)V99.
               03 WS-IT-DESC PIC X(20).
               03 WS-IT-TRAN-ID PIC X(12).
       01 WS-ITEM-CNT PIC 9(7) VALUE ZERO.
       01 WS-ITEM-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-VFY-EOF-SW PIC X VALUE 'N'.
           88 WS-VFY-EOF VALUE 'Y'.
       01 WS-HDR-SEEN-SW PIC X VALUE 'N'.
           MOVE WS-HDR-IMAGE TO ST-REC.
           WRITE ST-REC.
           PERFORM CATALOG-EXTRACTS-PARA.
           PERFORM LOAD-ITEMS-PARA.
           OPEN OUTPUT STMTITM.
           MOVE WS-HDR-IMAGE TO SIP.
           WRITE SIP.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS = '00'
               SET WS-NAMADDR-OPEN TO TRUE
           MOVE WS-EXPECT-TRL TO ST-REC.
           WRITE ST-REC.
           CLOSE STMT.
           MOVE WS-ITEM-CNT TO WS-ET-CNT.
           MOVE WS-ITEM-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO SIP.
           WRITE SIP.
           CLOSE STMTITM.
           IF WS-NAMADDR-OPEN
               CLOSE NAMADDR
           END-IF.
           DISPLAY 'ACCOUNTS NOT IN CYCLE: ' WS-SKIP-CYCLE-CNT.
           DISPLAY 'PROMO-RATE STATEMENTS: ' WS-PROMO-STMT-CNT.
           DISPLAY 'ACCOUNTS OVER LIMIT  : ' WS-OVLIM-CNT.
           DISPLAY 'ITEMIZED TRANSACTIONS: ' WS-ITEM-CNT.
           PERFORM WRITE-BALANCE-PARA.
           STOP RUN.
       VERIFY-CARDBILL-PARA.
                              CC-CYCLE = WS-PROC-CYCLE
                               SET WS-CYCLE-DONE TO TRUE
                           END-IF
                           IF CC-MONTH < WS-CUR-MONTH AND
                              CC-CYCLE = WS-PROC-CYCLE AND
                              CC-DATE > WS-PREV-STMT-DATE
                               MOVE CC-DATE TO WS-PREV-STMT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLECTL
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-CARDITM-DSN-DFLT TO WS-CARDITM-DSN
           ACCEPT WS-CARDITM-DSN FROM ENVIRONMENT 'CARDITM_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDITM-DSN = SPACES
               MOVE WS-CARDITM-DSN-DFLT TO WS-CARDITM-DSN
           END-IF
           MOVE WS-STMTITM-DSN-DFLT TO WS-STMTITM-DSN
           ACCEPT WS-STMTITM-DSN FROM ENVIRONMENT 'STMTITM_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-STMTITM-DSN = SPACES
               MOVE WS-STMTITM-DSN-DFLT TO WS-STMTITM-DSN
           END-IF.
       STATEMENT-ADDRESS-PARA.
           MOVE SPACES TO ST-ADDR1
           STRING WS-BASE-DSN DELIMITED BY SPACE
                  '.D' DELIMITED BY SIZE
                  WS-ACCEPT DELIMITED BY SIZE
               INTO WS-STMT-DSN
           MOVE WS-STMTITM-DSN TO WS-BASE-DSN
           MOVE SPACES TO WS-STMTITM-DSN
           STRING WS-BASE-DSN DELIMITED BY SPACE
                  '.D' DELIMITED BY SIZE
                  WS-ACCEPT DELIMITED BY SIZE
               INTO WS-STMTITM-DSN.
       CATALOG-EXTRACTS-PARA.
           OPEN EXTEND GENCAT
           IF WS-GENCAT-STATUS = '35'
           MOVE WS-ACCEPT TO GC-DATE
           MOVE WS-STMT-DSN TO GC-DSN
           WRITE GCP
           MOVE 'STMTITM' TO GC-CLASS
           MOVE WS-ACCEPT TO GC-DATE
           MOVE WS-STMTITM-DSN TO GC-DSN
           WRITE GCP
           CLOSE GENCAT.
      *    THE ITEMS ON THIS CYCLE'S STATEMENTS ARE THOSE POSTED SINCE
      *    THE CYCLE LAST RAN, UP TO AND INCLUDING TODAY.  THE FIRST
      *    TIME A CYCLE RUNS EVERYTHING ON THE LEDGER FOR IT IS SHOWN.
       LOAD-ITEMS-PARA.
           IF WS-PREV-STMT-DATE > ZERO
               COMPUTE WS-PREV-STMT-8 = WS-CENTURY * 1000000
                   + WS-PREV-STMT-DATE
           END-IF
           MOVE WS-PROC-CYCLE TO WS-PROC-CYCLE-ITM
           OPEN INPUT CARDITM
           IF WS-CARDITM-STATUS = '35'
               SET WS-ITM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ITM-EOF
               READ CARDITM
                   AT END SET WS-ITM-EOF TO TRUE
                   NOT AT END
                       IF CI-CYCLE = WS-PROC-CYCLE-ITM AND
                          CI-POSTED > WS-PREV-STMT-8 AND
                          CI-POSTED <= WS-PAY-DATE-8
                           PERFORM LOAD-ONE-ITEM-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARDITM-STATUS NOT = '35'
               CLOSE CARDITM
           END-IF.
       LOAD-ONE-ITEM-PARA.
           IF WS-IT-CNT >= WS-IT-MAX
               DISPLAY 'SIMPLEINRST: ITEM TABLE FULL, ' CI-TRAN-ID
                   ' NOT ITEMIZED'
           ELSE
               ADD 1 TO WS-IT-CNT
               SET WS-IT-IDX TO WS-IT-CNT
               MOVE CI-ACCT TO WS-IT-ACCT(WS-IT-IDX)
               MOVE CI-DATE TO WS-IT-DATE(WS-IT-IDX)
               MOVE CI-TYPE TO WS-IT-TYPE(WS-IT-IDX)
               MOVE CI-AMT TO WS-IT-AMT(WS-IT-IDX)
               MOVE CI-DESC TO WS-IT-DESC(WS-IT-IDX)
               MOVE CI-TRAN-ID TO WS-IT-TRAN-ID(WS-IT-IDX)
           END-IF.
       STATEMENT-ITEMS-PARA.
           SET WS-IT-IDX TO 1
           PERFORM UNTIL WS-IT-IDX > WS-IT-CNT
               IF WS-IT-ACCT(WS-IT-IDX) = ST-ACCT
                   MOVE SPACES TO SIP
                   MOVE ST-ACCT TO SI-ACCT
                   MOVE WS-IT-DATE(WS-IT-IDX) TO SI-DATE
                   MOVE WS-IT-TYPE(WS-IT-IDX) TO SI-TYPE
                   MOVE WS-IT-AMT(WS-IT-IDX) TO SI-AMT
                   MOVE WS-IT-DESC(WS-IT-IDX) TO SI-DESC
                   MOVE WS-IT-TRAN-ID(WS-IT-IDX) TO SI-TRAN-ID
                   WRITE SIP
                   ADD 1 TO WS-ITEM-CNT
                   ADD WS-IT-AMT(WS-IT-IDX) TO WS-ITEM-HASH
               END-IF
               SET WS-IT-IDX UP BY 1
           END-PERFORM.
       LOAD-APR-TABLE-PARA.
           MOVE 'PLATINUM' TO WS-APR-TIER(1)
           MOVE .12 TO WS-APR-RATE(1)
               MOVE ZERO TO ST-INT-BAL
               MOVE ZERO TO ST-PRIN-BAL
               WRITE ST-REC
               PERFORM STATEMENT-ITEMS-PARA
               ADD 1 TO WS-STMT-CNT
           ELSE
               PERFORM INTEREST-CALC-PARA
               MOVE WS-BKT-PRIN TO ST-PRIN-BAL
               PERFORM STAMP-PROMO-PARA
               WRITE ST-REC
               PERFORM STATEMENT-ITEMS-PARA
               ADD 1 TO WS-STMT-CNT
               ADD WS-UNPAID TO WS-BILL-TOTAL
               ADD WS-UNPAID TO WS-STMT-HASH
               MOVE WS-BKT-PRIN TO ST-PRIN-BAL
               PERFORM STAMP-PROMO-PARA
               WRITE ST-REC
               PERFORM STATEMENT-ITEMS-PARA
               ADD 1 TO WS-STMT-CNT
               ADD WS-PAY TO WS-BILL-TOTAL
               ADD WS-PAY TO WS-STMT-HASH
