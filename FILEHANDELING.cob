           ALTERNATE RECORD KEY IS O-CUST WITH DUPLICATES
           ALTERNATE RECORD KEY IS O-STATUS WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.
           SELECT KSDSCHG
           ASSIGN TO DYNAMIC WS-KSDSCHG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KSDSCHG-STATUS.
           SELECT ERR
           ASSIGN TO DYNAMIC WS-ERR-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO DYNAMIC WS-EXRATE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXRATE-STATUS.
           SELECT QUOTPRC
           ASSIGN TO DYNAMIC WS-QUOTPRC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTPRC-STATUS.
           SELECT AGTMST
           ASSIGN TO DYNAMIC WS-AGTMST-DSN
           ORGANIZATION IS INDEXED
           COPY POLYIN.
       FD KSDS.
           COPY POLYOUT.
       FD KSDSCHG.
       01 KCP PIC X(84).
       FD ERR.
           COPY POLYERR.
       FD RENEWAL.
           02 EX-EFF-FROM PIC 9(8).
           02 PIC X.
           02 EX-EFF-TO PIC 9(8).
       FD QUOTPRC.
           COPY QUOTPRC.
       FD AGTMST.
           COPY AGTREC.
       FD REFERRAL.
       01 WS-KSDS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\KSDS.PAT'.
       01 WS-KSDS-DSN PIC X(100).
       01 WS-KSDSCHG-DSN PIC X(100).
       01 WS-KSDSCHG-STATUS PIC X(2).
       01 WS-ERR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ERROR.PAT'.
       01 WS-ERR-DSN PIC X(100).
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\EXRATE.PAT'.
       01 WS-EXRATE-DSN PIC X(100).
       01 WS-EXRATE-STATUS PIC X(2).
       01 WS-QUOTPRC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\QUOTPRC.PAT'.
       01 WS-QUOTPRC-DSN PIC X(100).
       01 WS-QUOTPRC-STATUS PIC X(2).
       01 WS-AGTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AGTMST.PAT'.
       01 WS-AGTMST-DSN PIC X(100).
       01 WS-FX-SW PIC X VALUE 'N'.
           88 WS-FX-OK VALUE 'Y'.
       01 WS-FX-RATE PIC 9(4)V9(6).
       01 WS-QUOTPRC-EOF-SW PIC X VALUE 'N'.
           88 WS-QUOTPRC-EOF VALUE 'Y'.
       01 WS-QP-MAX PIC 9(3) COMP VALUE 500.
       01 WS-QP-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-QP-TABLE.
           02 WS-QP-ENTRY OCCURS 500 TIMES INDEXED BY WS-QP-IDX.
               03 WS-QP-POLICY PIC X(5).
               03 WS-QP-SUM PIC 9(6)V9(2).
               03 WS-QP-TAX PIC 9(6)V9(2).
       01 WS-QP-SW PIC X VALUE 'N'.
           88 WS-QP-FOUND VALUE 'Y'.
       01 WS-AMT-DOM PIC 9(5)V9(2).
       01 WS-FX-OVFL-SW PIC X.
           88 WS-FX-OVFL VALUE 'Y'.
       01 WS-REN-SUM PIC 9(6)V9(2).
       01 WS-LOCKPGM PIC X(8) VALUE 'KSDSLOCK'.
       01 WS-LOCK-FUNC PIC X(6).
      *    FH_PART NAMES ONE SLICE OF A PARTITIONED RUN: FHSPLIT CUTS
      *    THE BOOK INTO POLICY-NUMBER RANGES, EACH SLICE RUNS HERE
      *    SIDE BY SIDE WITH ITS OWN DATASETS AND CHECKPOINT, AND
      *    FHMERGE PUTS THE OUTPUTS BACK TOGETHER.  LEFT BLANK, THE
      *    WHOLE BOOK RUNS IN ONE PASS AS IT ALWAYS HAS.
       01 WS-PART PIC X(2) VALUE SPACES.
       01 WS-PART-SW PIC X VALUE 'N'.
           88 WS-PARTITIONED VALUE 'Y'.
       01 WS-PART-DSN PIC X(100).
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           OPEN INPUT POLICY.
               STOP RUN
           END-IF.
           MOVE 'FILEHAND' TO WS-STEP-NAME.
           IF WS-PARTITIONED
               MOVE SPACES TO WS-STEP-NAME
               STRING 'FHPART' DELIMITED BY SIZE
                      WS-PART DELIMITED BY SIZE
                   INTO WS-STEP-NAME
           END-IF.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE TO WS-RATE-DATE.
           PERFORM VERIFY-POLICY-TRAILER-PARA.
           PERFORM LOAD-AUTH-TABLE-PARA.
           PERFORM LOAD-EXRATE-PARA.
           PERFORM LOAD-QUOTE-PRICE-PARA.
           OPEN EXTEND REFERRAL.
           IF WS-REFERRAL-STATUS = '35'
               OPEN OUTPUT REFERRAL
           IF WS-MAILHOLD-STATUS = '35'
               OPEN OUTPUT MAILHOLD
           END-IF.
      *    A SLICE'S ERROR AND RENEWAL FILES ARE WORK FILES; ONLY THE
      *    MERGED ONES ARE DATE-STAMPED AND CATALOGED, BY FHMERGE.
           IF NOT WS-PARTITIONED
               PERFORM STAMP-EXTRACT-DSN-PARA
           END-IF.
           OPEN OUTPUT ERR.
           OPEN OUTPUT RENEWAL.
           MOVE 'FILEHAND' TO WS-HI-SOURCE.
           WRITE ENP.
           MOVE WS-HDR-IMAGE TO RNP.
           WRITE RNP.
      *    IN A PARTITIONED RUN FHSPLIT TAKES THE MASTER'S LOCK FOR
      *    ALL THE SLICES TOGETHER AND FHMERGE LETS IT GO.
           IF NOT WS-PARTITIONED
               PERFORM CATALOG-EXTRACTS-PARA
               MOVE 'LOCK' TO WS-LOCK-FUNC
               CALL WS-LOCKPGM USING WS-LOCK-FUNC, WS-STEP-NAME,
                                    WS-BUS-DATE
           END-IF.
      *    A SLICE ONLY READS THE MASTER.  ITS ADDS AND UPDATES GO
      *    TO ITS OWN CHANGE FILE AND FHMERGE APPLIES THEM ONE SLICE
      *    AFTER ANOTHER, SO NO TWO JOBS EVER UPDATE THE MASTER AT
      *    THE SAME TIME.
           IF WS-PARTITIONED
               OPEN INPUT KSDS
               IF WS-KSDS-STATUS = '35'
                   OPEN OUTPUT KSDS
                   CLOSE KSDS
                   OPEN INPUT KSDS
               END-IF
           ELSE
               OPEN I-O KSDS
               IF WS-KSDS-STATUS = '35'
                   OPEN OUTPUT KSDS
                   CLOSE KSDS
                   OPEN I-O KSDS
               END-IF
           END-IF.
           OPEN EXTEND AUDJRNL.
           IF WS-AUDJRNL-STATUS = '35'
           END-IF.
           PERFORM RESTART-READ-PARA.
           PERFORM OPEN-DUPSEEN-PARA.
           IF WS-PARTITIONED
               PERFORM OPEN-KSDSCHG-PARA
           END-IF.
           PERFORM RECYCLE-INPUT-PARA.
           PERFORM UNTIL WS-W = 'X'
           READ POLICY
           PERFORM WRITE-EXTRACT-TRAILERS-PARA
           CLOSE POLICY.
           CLOSE KSDS.
           IF WS-PARTITIONED
               CLOSE KSDSCHG
           END-IF.
           IF NOT WS-PARTITIONED
               MOVE 'UNLOCK' TO WS-LOCK-FUNC
               CALL WS-LOCKPGM USING WS-LOCK-FUNC, WS-STEP-NAME,
                                    WS-BUS-DATE
           END-IF.
           CLOSE DUPSEEN.
           CLOSE ERR.
           CLOSE RENEWAL.
           IF WS-EXRATE-DSN = SPACES
               MOVE WS-EXRATE-DSN-DFLT TO WS-EXRATE-DSN
           END-IF
           MOVE WS-QUOTPRC-DSN-DFLT TO WS-QUOTPRC-DSN
           ACCEPT WS-QUOTPRC-DSN FROM ENVIRONMENT 'QUOTPRC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-QUOTPRC-DSN = SPACES
               MOVE WS-QUOTPRC-DSN-DFLT TO WS-QUOTPRC-DSN
           END-IF
           MOVE WS-AGTMST-DSN-DFLT TO WS-AGTMST-DSN
           ACCEPT WS-AGTMST-DSN FROM ENVIRONMENT 'AGTMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DUPSEEN-DSN = SPACES
               MOVE WS-DUPSEEN-DSN-DFLT TO WS-DUPSEEN-DSN
           END-IF
           ACCEPT WS-PART FROM ENVIRONMENT 'FH_PART'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PART NOT = SPACES
               SET WS-PARTITIONED TO TRUE
               PERFORM PARTITION-DSN-PARA
           END-IF.
      *    EVERYTHING A SLICE READS OR WRITES FOR ITSELF IS THE
      *    USUAL DATASET WITH .P<PART> ON THE END; THE MASTERS AND
      *    REFERENCE FILES ARE SHARED.
       PARTITION-DSN-PARA.
           MOVE WS-POLICY-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-POLICY-DSN
           MOVE WS-ERR-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-ERR-DSN
           MOVE WS-RENEWAL-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-RENEWAL-DSN
           MOVE WS-CKPT-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-CKPT-DSN
           MOVE WS-AUDJRNL-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-AUDJRNL-DSN
           MOVE WS-RECYCLE-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-RECYCLE-DSN
           MOVE WS-BALANCE-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-BALANCE-DSN
           MOVE WS-REFERRAL-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-REFERRAL-DSN
           MOVE WS-MAILHOLD-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-MAILHOLD-DSN
           MOVE WS-DUPSEEN-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-DUPSEEN-DSN
           MOVE WS-KSDS-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PART-DSN TO WS-KSDSCHG-DSN.
       PART-SUFFIX-PARA.
           MOVE SPACES TO WS-PART-DSN
           STRING WS-BASE-DSN DELIMITED BY SPACE
                  '.P' DELIMITED BY SIZE
                  WS-PART DELIMITED BY SIZE
               INTO WS-PART-DSN.
       LOAD-AUTH-TABLE-PARA.
           MOVE 'LIFE   ' TO WS-AUTH-LOB(1)
           MOVE 75000.00 TO WS-AUTH-LIMIT(1)
                   SET WS-FX-IDX UP BY 1
               END-PERFORM
           END-IF.
      *    POLICIES BOUND FROM A QUOTE TONIGHT CARRY THE PRICE THE
      *    CUSTOMER WAS QUOTED, NOT WHATEVER THE RATE FILE SAYS TODAY.
      *    QUOTE LEAVES THOSE PRICES IN QUOTPRC; NO FILE MEANS NOTHING
      *    WAS BOUND AND EVERY POLICY PRICES AT TODAY'S RATES.
       LOAD-QUOTE-PRICE-PARA.
           OPEN INPUT QUOTPRC
           IF WS-QUOTPRC-STATUS NOT = '00'
               SET WS-QUOTPRC-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-QUOTPRC-EOF
               READ QUOTPRC
                   AT END SET WS-QUOTPRC-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-QUOTE-PRICE-PARA
               END-READ
           END-PERFORM
           IF WS-QUOTPRC-STATUS = '00' OR WS-QUOTPRC-STATUS = '10'
               CLOSE QUOTPRC
           END-IF.
       LOAD-ONE-QUOTE-PRICE-PARA.
           IF WS-QP-CNT >= WS-QP-MAX
               DISPLAY 'FILEHANDLING: QUOTED-PRICE TABLE FULL, '
                   'POLICY ' QP-POLICY ' PRICES AT TODAY''S RATES'
           ELSE
               ADD 1 TO WS-QP-CNT
               SET WS-QP-IDX TO WS-QP-CNT
               MOVE QP-POLICY TO WS-QP-POLICY(WS-QP-IDX)
               MOVE QP-SUM TO WS-QP-SUM(WS-QP-IDX)
               MOVE QP-TAX TO WS-QP-TAX(WS-QP-IDX)
           END-IF.
       QUOTE-PRICE-PARA.
           MOVE 'N' TO WS-QP-SW
           SET WS-QP-IDX TO 1
           PERFORM UNTIL WS-QP-IDX > WS-QP-CNT OR WS-QP-FOUND
               IF WS-QP-POLICY(WS-QP-IDX) = I-NUM
                   MOVE WS-QP-SUM(WS-QP-IDX) TO WS-SUM
                   MOVE WS-QP-TAX(WS-QP-IDX) TO WS-TAX
                   SET WS-QP-FOUND TO TRUE
               END-IF
               SET WS-QP-IDX UP BY 1
           END-PERFORM.
       STAMP-EXTRACT-DSN-PARA.
           MOVE WS-ERR-DSN TO WS-BASE-DSN
           MOVE SPACES TO WS-ERR-DSN
                   OPEN OUTPUT CKPT
               END-IF
           END-IF.
      *    A FRESH SLICE STARTS ITS CHANGE FILE EMPTY; A RESTARTED
      *    ONE ADDS ON THE END.  A CHANGE WRITTEN TWICE ACROSS A
      *    RESTART IS THE SAME IMAGE BOTH TIMES, AND FHMERGE LEAVES
      *    A RECORD ALONE WHEN IT ALREADY HOLDS THAT IMAGE.
       OPEN-KSDSCHG-PARA.
           IF WS-RESTART-REL > ZERO
               OPEN EXTEND KSDSCHG
               IF WS-KSDSCHG-STATUS = '35'
                   OPEN OUTPUT KSDSCHG
               END-IF
           ELSE
               OPEN OUTPUT KSDSCHG
           END-IF
           IF WS-KSDSCHG-STATUS NOT = '00'
               DISPLAY 'FILEHANDLING: UNABLE TO OPEN KSDS CHANGE FILE'
                   ', STATUS=' WS-KSDSCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    THE DUPLICATE CHECK IS A KEYED SIDE FILE, NOT AN
      *    IN-STORAGE TABLE, SO IT SCALES WITH THE BOOK AND HAS NO
      *    FIXED CEILING.  A FRESH RUN STARTS IT EMPTY; ON RESTART
           END-IF.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== POLICY RUN CONTROL TOTALS ====='.
           IF WS-PARTITIONED
               DISPLAY 'PARTITION        : ' WS-PART
           END-IF.
           DISPLAY 'RECORDS READ     : ' WS-READ-CNT.
           DISPLAY 'RECYCLED RECORDS : ' WS-RECYCLE-CNT.
           DISPLAY 'RECORDS ACCEPTED : ' WS-ACCEPT-CNT.
           MOVE ZERO TO BL-AMT
           MOVE ZERO TO BL-AMT2
           WRITE BLP
      *    A SLICE ALSO REPORTS THE POLICY RECORDS IT WAS HANDED AND
      *    THEIR AMOUNT HASH (BOTH PROVED AGAINST ITS TRAILER) AND THE
      *    RECYCLED RECORDS IT TOOK IN, SO FHMERGE CAN PROVE THE
      *    SLICES ADD UP TO WHAT FHSPLIT CUT.
           IF WS-PARTITIONED
               MOVE 'FHPART' TO BL-STEP
               MOVE WS-RUN-DATE TO BL-DATE
               MOVE WS-REL-CNT TO BL-READ
               COMPUTE BL-ACCEPT = WS-READ-CNT - WS-REL-CNT
               MOVE ZERO TO BL-REJECT
               MOVE WS-VFY-HASH TO BL-AMT
               MOVE ZERO TO BL-AMT2
               WRITE BLP
           END-IF
           CLOSE BALANCE.
       A-PARA.
           MOVE 'N' TO WS-REFER-SW
           MOVE 'SUBPGM' TO WS-PGM
           CALL WS-PGM USING WS-SUM,WS-TERM,WS-AMT,WS-TAX,O-LOB,O-RISK,
                             O-ELAPSED,WS-RATE-DATE
           PERFORM QUOTE-PRICE-PARA
           COMPUTE WS-SUM ROUNDED = WS-SUM * WS-FX-RATE
               ON SIZE ERROR SET RC-FX-OVERFLOW TO TRUE
           END-COMPUTE
           MOVE I-AGENT TO O-AGENT
           MOVE I-CUST TO O-CUST
           MOVE I-CCY TO O-CCY
      *    IN A SLICE THE ADD COUNT IS THE NUMBER OF CHANGES QUEUED
      *    FOR FHMERGE; IT SPLITS THEM INTO ADDS AND UPDATES AS IT
      *    APPLIES THEM.
           IF WS-PARTITIONED
               MOVE SPACES TO KCP
               MOVE OUTP TO KCP
               WRITE KCP
               ADD 1 TO WS-ADD-CNT
               PERFORM RENEWAL-EXTRACT-PARA
           ELSE
               PERFORM B-UPDATE-KSDS-PARA
           END-IF.
       B-UPDATE-KSDS-PARA.
           WRITE OUTP
               INVALID KEY
                   MOVE OUTP TO WS-AFTER-IMAGE
                   MOVE OUTP TO WS-AFTER-IMAGE
                   MOVE 'WRITE' TO AJ-ACTION
                   PERFORM JOURNAL-KSDS-PARA
           END-WRITE
           PERFORM RENEWAL-EXTRACT-PARA.
       JOURNAL-KSDS-PARA.
           MOVE WS-RUN-DATE TO AJ-DATE
