       IDENTIFICATION DIVISION.
       PROGRAM-ID. FHMERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FHPART
           ASSIGN TO DYNAMIC WS-FHPART-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FHPART-STATUS.
           SELECT BALANCE
           ASSIGN TO DYNAMIC WS-BAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
           SELECT PARTIN
           ASSIGN TO DYNAMIC WS-PARTIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTIN-STATUS.
           SELECT MERGED
           ASSIGN TO DYNAMIC WS-MERGED-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERGED-STATUS.
           SELECT GENCAT
           ASSIGN TO DYNAMIC WS-GENCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENCAT-STATUS.
           SELECT KSDS
           ASSIGN TO DYNAMIC WS-KSDS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS O-NUM
           ALTERNATE RECORD KEY IS O-AGENT WITH DUPLICATES
           ALTERNATE RECORD KEY IS O-CUST WITH DUPLICATES
           ALTERNATE RECORD KEY IS O-STATUS WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.
           SELECT AUDJRNL
           ASSIGN TO DYNAMIC WS-AUDJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FHPART.
           COPY FHPART.
       FD BALANCE.
           COPY BALREC.
       FD PARTIN.
       01 PI-LINE PIC X(199).
       FD MERGED.
       01 MG-LINE PIC X(199).
       FD GENCAT.
           COPY GENCAT.
       FD KSDS.
           COPY POLYOUT.
       FD AUDJRNL.
           COPY AUDJRNL.
       WORKING-STORAGE SECTION.
       01 WS-FHPART-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\FHPART.PAT'.
       01 WS-FHPART-DSN PIC X(100).
       01 WS-FHPART-STATUS PIC X(2).
       01 WS-BALANCE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BALANCE.PAT'.
       01 WS-BALANCE-DSN PIC X(100).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-ERR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ERROR.PAT'.
       01 WS-ERR-DSN PIC X(100).
       01 WS-RENEWAL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RENEWAL.PAT'.
       01 WS-RENEWAL-DSN PIC X(100).
       01 WS-AUDJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AUDJRNL.PAT'.
       01 WS-AUDJRNL-DSN PIC X(100).
       01 WS-AUDJRNL-STATUS PIC X(2).
       01 WS-KSDS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\KSDS.PAT'.
       01 WS-KSDS-DSN PIC X(100).
       01 WS-KSDS-STATUS PIC X(2).
       01 WS-BEFORE-IMAGE PIC X(84).
       01 WS-AFTER-IMAGE PIC X(84).
       01 WS-REFERRAL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\REFERRAL.PAT'.
       01 WS-REFERRAL-DSN PIC X(100).
       01 WS-MAILHOLD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILHOLD.PAT'.
       01 WS-MAILHOLD-DSN PIC X(100).
       01 WS-RECYCLE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RECYCLE.PAT'.
       01 WS-RECYCLE-DSN PIC X(100).
       01 WS-GENCAT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\GENCAT.PAT'.
       01 WS-GENCAT-DSN PIC X(100).
       01 WS-GENCAT-STATUS PIC X(2).
       01 WS-BAL-DSN PIC X(100).
       01 WS-PARTIN-DSN PIC X(100).
       01 WS-PARTIN-STATUS PIC X(2).
       01 WS-MERGED-DSN PIC X(100).
       01 WS-MERGED-STATUS PIC X(2).
       01 WS-BASE-DSN PIC X(100).
       01 WS-ERR-OUT-DSN PIC X(100).
       01 WS-REN-OUT-DSN PIC X(100).
       01 WS-FP-EOF-SW PIC X VALUE 'N'.
           88 WS-FP-EOF VALUE 'Y'.
       01 WS-BAL-EOF-SW PIC X VALUE 'N'.
           88 WS-BAL-EOF VALUE 'Y'.
       01 WS-PI-EOF-SW PIC X VALUE 'N'.
           88 WS-PI-EOF VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-LOCKPGM PIC X(8) VALUE 'KSDSLOCK'.
       01 WS-LOCK-FUNC PIC X(6).
       01 WS-LOCK-OWNER PIC X(8) VALUE 'FILEHAND'.
      *    ONE ENTRY PER SLICE, FILLED FROM THE SLICE'S OWN BALANCE
      *    FILE; THE LAST RECORD OF EACH KIND FOR THE RUN DATE STANDS,
      *    SO A SLICE THAT WAS RESTARTED IS TAKEN AS IT FINALLY ENDED.
       01 WS-PT-MAX PIC 9(3) COMP VALUE 20.
       01 WS-PT-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PT-TABLE.
           02 WS-PT-ENTRY OCCURS 20 TIMES INDEXED BY WS-PT-IDX.
               03 WS-PT-PART PIC X(2).
               03 WS-PT-FH-SW PIC X.
                   88 WS-PT-FH-SEEN VALUE 'Y'.
               03 WS-PT-PT-SW PIC X.
                   88 WS-PT-PT-SEEN VALUE 'Y'.
               03 WS-PT-READ PIC 9(7) COMP.
               03 WS-PT-ACCEPT PIC 9(7) COMP.
               03 WS-PT-REJECT PIC 9(7) COMP.
               03 WS-PT-REFER PIC 9(7) COMP.
               03 WS-PT-CHG PIC 9(7) COMP.
               03 WS-PT-SLICE PIC 9(7) COMP.
               03 WS-PT-RECY PIC 9(7) COMP.
               03 WS-PT-HASH PIC 9(11)V9(2).
               03 WS-PT-SUM PIC 9(11)V9(2).
               03 WS-PT-TAX PIC 9(11)V9(2).
       01 WS-SPLIT-SW PIC X VALUE 'N'.
           88 WS-SPLIT-SEEN VALUE 'Y'.
       01 WS-SPLIT-READ PIC 9(7) COMP VALUE ZERO.
       01 WS-SPLIT-RECY PIC 9(7) COMP VALUE ZERO.
       01 WS-SPLIT-HASH PIC 9(11)V9(2) VALUE ZERO.
       01 WS-TOT-READ PIC 9(7) COMP VALUE ZERO.
       01 WS-TOT-ACCEPT PIC 9(7) COMP VALUE ZERO.
       01 WS-TOT-REJECT PIC 9(7) COMP VALUE ZERO.
       01 WS-TOT-REFER PIC 9(7) COMP VALUE ZERO.
       01 WS-TOT-CHG PIC 9(7) COMP VALUE ZERO.
       01 WS-TOT-ADD PIC 9(7) COMP VALUE ZERO.
       01 WS-TOT-UPD PIC 9(7) COMP VALUE ZERO.
       01 WS-TOT-SLICE PIC 9(7) COMP VALUE ZERO.
       01 WS-TOT-RECY PIC 9(7) COMP VALUE ZERO.
       01 WS-TOT-HASH PIC 9(11)V9(2) VALUE ZERO.
       01 WS-TOT-SUM PIC 9(11)V9(2) VALUE ZERO.
       01 WS-TOT-TAX PIC 9(11)V9(2) VALUE ZERO.
       01 WS-MISSING-CNT PIC 9(5) VALUE ZERO.
       01 WS-OOB-CNT PIC 9(5) VALUE ZERO.
      *    EXTRACT PROVING AND MERGING: E IS THE ERROR FILE, HASHED
      *    ON THE POLICY AMOUNT; R IS THE RENEWAL FILE, HASHED ON
      *    THE PREMIUM SUM, THE SAME AS FILEHANDLING WRITES THEM.
       01 WS-EXTRACT-SW PIC X.
           88 WS-EXTRACT-ERR VALUE 'E'.
           88 WS-EXTRACT-REN VALUE 'R'.
       01 WS-COPY-SW PIC X VALUE 'N'.
           88 WS-COPY-LINES VALUE 'Y'.
       01 WS-E-AMT PIC 9(5).9(2).
       01 WS-R-SUM PIC 9(6).9(2).
       01 WS-LINE-AMT PIC 9(6)V9(2).
       01 WS-PI-CNT PIC 9(7) VALUE ZERO.
       01 WS-PI-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-MG-CNT PIC 9(7) VALUE ZERO.
       01 WS-MG-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-TRL-SW PIC X VALUE 'N'.
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
       01 WS-APPEND-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-AUD-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REF-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-HOLD-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SAME-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-CNT-ED2 PIC Z,ZZZ,ZZ9.
       01 WS-CNT-ED3 PIC Z,ZZZ,ZZ9.
       01 WS-CNT-ED4 PIC Z,ZZZ,ZZ9.
       01 WS-AMT-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'FILEHAND' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           PERFORM LOAD-PARTITION-PARA.
           PERFORM GATHER-SPLIT-PARA.
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-CNT
               PERFORM GATHER-PART-BALANCE-PARA
               SET WS-PT-IDX UP BY 1
           END-PERFORM.
           IF WS-MISSING-CNT > ZERO
               DISPLAY 'FHMERGE: ' WS-MISSING-CNT ' PARTITION(S) '
                   'HAVE NOT FINISHED, NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PROVE-BALANCE-PARA.
           PERFORM PROVE-EXTRACTS-PARA.
           IF WS-OOB-CNT > ZERO
               DISPLAY 'FHMERGE: PARTITIONS OUT OF BALANCE, '
                   WS-OOB-CNT ' CONDITION(S), NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM STAMP-EXTRACT-DSN-PARA.
           SET WS-EXTRACT-ERR TO TRUE
           MOVE WS-ERR-DSN TO WS-BASE-DSN
           MOVE WS-ERR-OUT-DSN TO WS-MERGED-DSN
           PERFORM MERGE-EXTRACT-PARA.
           SET WS-EXTRACT-REN TO TRUE
           MOVE WS-RENEWAL-DSN TO WS-BASE-DSN
           MOVE WS-REN-OUT-DSN TO WS-MERGED-DSN
           PERFORM MERGE-EXTRACT-PARA.
           PERFORM CATALOG-EXTRACTS-PARA.
           PERFORM APPLY-KSDS-CHANGES-PARA.
           MOVE WS-AUDJRNL-DSN TO WS-BASE-DSN
           PERFORM APPEND-PART-FILES-PARA.
           MOVE WS-APPEND-CNT TO WS-AUD-CNT.
           MOVE WS-REFERRAL-DSN TO WS-BASE-DSN
           PERFORM APPEND-PART-FILES-PARA.
           MOVE WS-APPEND-CNT TO WS-REF-CNT.
           MOVE WS-MAILHOLD-DSN TO WS-BASE-DSN
           PERFORM APPEND-PART-FILES-PARA.
           MOVE WS-APPEND-CNT TO WS-HOLD-CNT.
           PERFORM WRITE-BALANCE-PARA.
      *    EVERY SLICE HAS TAKEN ITS SHARE OF THE RECYCLED RECORDS
      *    IN, SO THE SHARED FILE IS EMPTIED THE WAY A SINGLE RUN
      *    EMPTIES IT.
           MOVE WS-RECYCLE-DSN TO WS-MERGED-DSN
           OPEN OUTPUT MERGED
           CLOSE MERGED.
           MOVE 'UNLOCK' TO WS-LOCK-FUNC
           CALL WS-LOCKPGM USING WS-LOCK-FUNC, WS-LOCK-OWNER,
                                WS-BUS-DATE.
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
           MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           ACCEPT WS-BALANCE-DSN FROM ENVIRONMENT 'BALANCE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BALANCE-DSN = SPACES
               MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           END-IF
           MOVE WS-ERR-DSN-DFLT TO WS-ERR-DSN
           ACCEPT WS-ERR-DSN FROM ENVIRONMENT 'ERR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ERR-DSN = SPACES
               MOVE WS-ERR-DSN-DFLT TO WS-ERR-DSN
           END-IF
           MOVE WS-RENEWAL-DSN-DFLT TO WS-RENEWAL-DSN
           ACCEPT WS-RENEWAL-DSN FROM ENVIRONMENT 'RENEWAL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RENEWAL-DSN = SPACES
               MOVE WS-RENEWAL-DSN-DFLT TO WS-RENEWAL-DSN
           END-IF
           MOVE WS-AUDJRNL-DSN-DFLT TO WS-AUDJRNL-DSN
           ACCEPT WS-AUDJRNL-DSN FROM ENVIRONMENT 'AUDJRNL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AUDJRNL-DSN = SPACES
               MOVE WS-AUDJRNL-DSN-DFLT TO WS-AUDJRNL-DSN
           END-IF
           MOVE WS-REFERRAL-DSN-DFLT TO WS-REFERRAL-DSN
           ACCEPT WS-REFERRAL-DSN FROM ENVIRONMENT 'REFERRAL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-REFERRAL-DSN = SPACES
               MOVE WS-REFERRAL-DSN-DFLT TO WS-REFERRAL-DSN
           END-IF
           MOVE WS-MAILHOLD-DSN-DFLT TO WS-MAILHOLD-DSN
           ACCEPT WS-MAILHOLD-DSN FROM ENVIRONMENT 'MAILHOLD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILHOLD-DSN = SPACES
               MOVE WS-MAILHOLD-DSN-DFLT TO WS-MAILHOLD-DSN
           END-IF
           MOVE WS-RECYCLE-DSN-DFLT TO WS-RECYCLE-DSN
           ACCEPT WS-RECYCLE-DSN FROM ENVIRONMENT 'RECYCLE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RECYCLE-DSN = SPACES
               MOVE WS-RECYCLE-DSN-DFLT TO WS-RECYCLE-DSN
           END-IF
           MOVE WS-GENCAT-DSN-DFLT TO WS-GENCAT-DSN
           ACCEPT WS-GENCAT-DSN FROM ENVIRONMENT 'GENCAT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-GENCAT-DSN = SPACES
               MOVE WS-GENCAT-DSN-DFLT TO WS-GENCAT-DSN
           END-IF
           MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
           ACCEPT WS-KSDS-DSN FROM ENVIRONMENT 'KSDS_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-KSDS-DSN = SPACES
               MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
           END-IF.
       LOAD-PARTITION-PARA.
           OPEN INPUT FHPART
           IF WS-FHPART-STATUS NOT = '00'
               DISPLAY 'FHMERGE: UNABLE TO OPEN PARTITION TABLE, '
                   'STATUS=' WS-FHPART-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FP-EOF
               READ FHPART
                   AT END SET WS-FP-EOF TO TRUE
                   NOT AT END
                       IF FP-PART NOT = SPACES
                          AND WS-PT-CNT < WS-PT-MAX
                           ADD 1 TO WS-PT-CNT
                           SET WS-PT-IDX TO WS-PT-CNT
                           PERFORM CLEAR-PART-ENTRY-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FHPART
           IF WS-PT-CNT = ZERO
               DISPLAY 'FHMERGE: PARTITION TABLE IS EMPTY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       CLEAR-PART-ENTRY-PARA.
           MOVE FP-PART TO WS-PT-PART(WS-PT-IDX)
           MOVE 'N' TO WS-PT-FH-SW(WS-PT-IDX)
           MOVE 'N' TO WS-PT-PT-SW(WS-PT-IDX)
           MOVE ZERO TO WS-PT-READ(WS-PT-IDX)
           MOVE ZERO TO WS-PT-ACCEPT(WS-PT-IDX)
           MOVE ZERO TO WS-PT-REJECT(WS-PT-IDX)
           MOVE ZERO TO WS-PT-REFER(WS-PT-IDX)
           MOVE ZERO TO WS-PT-CHG(WS-PT-IDX)
           MOVE ZERO TO WS-PT-SLICE(WS-PT-IDX)
           MOVE ZERO TO WS-PT-RECY(WS-PT-IDX)
           MOVE ZERO TO WS-PT-HASH(WS-PT-IDX)
           MOVE ZERO TO WS-PT-SUM(WS-PT-IDX)
           MOVE ZERO TO WS-PT-TAX(WS-PT-IDX).
       PART-SUFFIX-PARA.
           MOVE SPACES TO WS-PARTIN-DSN
           STRING WS-BASE-DSN DELIMITED BY SPACE
                  '.P' DELIMITED BY SIZE
                  WS-PT-PART(WS-PT-IDX) DELIMITED BY SIZE
               INTO WS-PARTIN-DSN.
      *    WHAT FHSPLIT CUT TONIGHT IS THE FIGURE THE SLICES MUST
      *    ADD BACK UP TO.
       GATHER-SPLIT-PARA.
           MOVE WS-BALANCE-DSN TO WS-BAL-DSN
           MOVE 'N' TO WS-BAL-EOF-SW
           OPEN INPUT BALANCE
           IF WS-BALANCE-STATUS NOT = '00'
               SET WS-BAL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BAL-EOF
               READ BALANCE
                   AT END SET WS-BAL-EOF TO TRUE
                   NOT AT END
                       IF BL-STEP = 'FHSPLIT'
                          AND BL-DATE = WS-RUN-DATE
                           SET WS-SPLIT-SEEN TO TRUE
                           MOVE BL-READ TO WS-SPLIT-READ
                           MOVE BL-ACCEPT TO WS-SPLIT-RECY
                           MOVE BL-AMT TO WS-SPLIT-HASH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BALANCE-STATUS = '00' OR WS-BALANCE-STATUS = '10'
               CLOSE BALANCE
           END-IF
           IF NOT WS-SPLIT-SEEN
               DISPLAY 'FHMERGE: NO FHSPLIT BALANCE RECORD FOR '
                   WS-RUN-DATE ', NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       GATHER-PART-BALANCE-PARA.
           MOVE WS-BALANCE-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE WS-PARTIN-DSN TO WS-BAL-DSN
           MOVE 'N' TO WS-BAL-EOF-SW
           OPEN INPUT BALANCE
           IF WS-BALANCE-STATUS NOT = '00'
               SET WS-BAL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BAL-EOF
               READ BALANCE
                   AT END SET WS-BAL-EOF TO TRUE
                   NOT AT END
                       IF BL-DATE = WS-RUN-DATE
                           PERFORM NOTE-PART-BALANCE-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BALANCE-STATUS = '00' OR WS-BALANCE-STATUS = '10'
               CLOSE BALANCE
           END-IF
           IF NOT WS-PT-FH-SEEN(WS-PT-IDX)
              OR NOT WS-PT-PT-SEEN(WS-PT-IDX)
               DISPLAY 'FHMERGE: PARTITION ' WS-PT-PART(WS-PT-IDX)
                   ' HAS NO BALANCE RECORDS FOR ' WS-RUN-DATE
               ADD 1 TO WS-MISSING-CNT
           END-IF.
       NOTE-PART-BALANCE-PARA.
           EVALUATE BL-STEP
               WHEN 'FILEHAND'
                   SET WS-PT-FH-SEEN(WS-PT-IDX) TO TRUE
                   MOVE BL-READ TO WS-PT-READ(WS-PT-IDX)
                   MOVE BL-ACCEPT TO WS-PT-ACCEPT(WS-PT-IDX)
                   MOVE BL-REJECT TO WS-PT-REJECT(WS-PT-IDX)
                   MOVE BL-AMT TO WS-PT-SUM(WS-PT-IDX)
                   MOVE BL-AMT2 TO WS-PT-TAX(WS-PT-IDX)
               WHEN 'FHKSDS'
                   MOVE BL-READ TO WS-PT-CHG(WS-PT-IDX)
               WHEN 'FHREFER'
                   MOVE BL-READ TO WS-PT-REFER(WS-PT-IDX)
               WHEN 'FHPART'
                   SET WS-PT-PT-SEEN(WS-PT-IDX) TO TRUE
                   MOVE BL-READ TO WS-PT-SLICE(WS-PT-IDX)
                   MOVE BL-ACCEPT TO WS-PT-RECY(WS-PT-IDX)
                   MOVE BL-AMT TO WS-PT-HASH(WS-PT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *    EACH SLICE MUST BALANCE IN ITSELF, AND TOGETHER THEY MUST
      *    ACCOUNT FOR EVERY POLICY, EVERY CENT OF THE AMOUNT HASH AND
      *    EVERY RECYCLED RECORD THAT FHSPLIT HANDED OUT.
       PROVE-BALANCE-PARA.
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-CNT
               PERFORM PROVE-ONE-PART-PARA
               SET WS-PT-IDX UP BY 1
           END-PERFORM
           IF WS-TOT-SLICE NOT = WS-SPLIT-READ
               DISPLAY 'FHMERGE: PARTITIONS READ ' WS-TOT-SLICE
                   ' POLICIES, FHSPLIT CUT ' WS-SPLIT-READ
               ADD 1 TO WS-OOB-CNT
           END-IF
           IF WS-TOT-HASH NOT = WS-SPLIT-HASH
               DISPLAY 'FHMERGE: PARTITION AMOUNT HASH ' WS-TOT-HASH
                   ' NOT = FHSPLIT HASH ' WS-SPLIT-HASH
               ADD 1 TO WS-OOB-CNT
           END-IF
           IF WS-TOT-RECY NOT = WS-SPLIT-RECY
               DISPLAY 'FHMERGE: PARTITIONS TOOK IN ' WS-TOT-RECY
                   ' RECYCLED, FHSPLIT CUT ' WS-SPLIT-RECY
               ADD 1 TO WS-OOB-CNT
           END-IF.
       PROVE-ONE-PART-PARA.
           IF WS-PT-READ(WS-PT-IDX) NOT =
              WS-PT-ACCEPT(WS-PT-IDX) + WS-PT-REJECT(WS-PT-IDX)
              + WS-PT-REFER(WS-PT-IDX)
               DISPLAY 'FHMERGE: PARTITION ' WS-PT-PART(WS-PT-IDX)
                   ' READ ' WS-PT-READ(WS-PT-IDX)
                   ' NOT = ACCEPTED + REJECTED + REFERRED'
               ADD 1 TO WS-OOB-CNT
           END-IF
           IF WS-PT-READ(WS-PT-IDX) NOT =
              WS-PT-SLICE(WS-PT-IDX) + WS-PT-RECY(WS-PT-IDX)
               DISPLAY 'FHMERGE: PARTITION ' WS-PT-PART(WS-PT-IDX)
                   ' READ ' WS-PT-READ(WS-PT-IDX)
                   ' NOT = SLICE + RECYCLED'
               ADD 1 TO WS-OOB-CNT
           END-IF
           ADD WS-PT-READ(WS-PT-IDX) TO WS-TOT-READ
           ADD WS-PT-ACCEPT(WS-PT-IDX) TO WS-TOT-ACCEPT
           ADD WS-PT-REJECT(WS-PT-IDX) TO WS-TOT-REJECT
           ADD WS-PT-REFER(WS-PT-IDX) TO WS-TOT-REFER
           ADD WS-PT-CHG(WS-PT-IDX) TO WS-TOT-CHG
           ADD WS-PT-SLICE(WS-PT-IDX) TO WS-TOT-SLICE
           ADD WS-PT-RECY(WS-PT-IDX) TO WS-TOT-RECY
           ADD WS-PT-HASH(WS-PT-IDX) TO WS-TOT-HASH
           ADD WS-PT-SUM(WS-PT-IDX) TO WS-TOT-SUM
           ADD WS-PT-TAX(WS-PT-IDX) TO WS-TOT-TAX.
      *    EVERY SLICE'S ERROR AND RENEWAL FILE IS PROVED AGAINST ITS
      *    OWN TRAILER BEFORE ANYTHING IS MERGED, SO A SLICE CUT SHORT
      *    CANNOT SLIP A PART FILE INTO THE MERGED ONE.
       PROVE-EXTRACTS-PARA.
           MOVE 'N' TO WS-COPY-SW
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-CNT
               SET WS-EXTRACT-ERR TO TRUE
               MOVE WS-ERR-DSN TO WS-BASE-DSN
               PERFORM READ-EXTRACT-PARA
               SET WS-EXTRACT-REN TO TRUE
               MOVE WS-RENEWAL-DSN TO WS-BASE-DSN
               PERFORM READ-EXTRACT-PARA
               PERFORM PROVE-KSDS-CHANGES-PARA
               SET WS-PT-IDX UP BY 1
           END-PERFORM.
      *    A SLICE'S KSDS CHANGE FILE MUST HOLD AT LEAST THE CHANGES
      *    THE SLICE SAYS IT QUEUED.  IT MAY HOLD MORE: A RESTARTED
      *    SLICE WRITES AGAIN WHAT IT HAD WRITTEN SINCE ITS LAST
      *    CHECKPOINT.
       PROVE-KSDS-CHANGES-PARA.
           MOVE WS-KSDS-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE ZERO TO WS-PI-CNT
           MOVE 'N' TO WS-PI-EOF-SW
           OPEN INPUT PARTIN
           IF WS-PARTIN-STATUS NOT = '00'
               SET WS-PI-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PI-EOF
               READ PARTIN
                   AT END SET WS-PI-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-PI-CNT
               END-READ
           END-PERFORM
           IF WS-PARTIN-STATUS = '00' OR WS-PARTIN-STATUS = '10'
               CLOSE PARTIN
           END-IF
           IF WS-PI-CNT < WS-PT-CHG(WS-PT-IDX)
               DISPLAY 'FHMERGE: PARTITION ' WS-PT-PART(WS-PT-IDX)
                   ' QUEUED ' WS-PT-CHG(WS-PT-IDX)
                   ' KSDS CHANGES, CHANGE FILE HOLDS ' WS-PI-CNT
               ADD 1 TO WS-OOB-CNT
           END-IF.
       READ-EXTRACT-PARA.
           PERFORM PART-SUFFIX-PARA
           MOVE ZERO TO WS-PI-CNT
           MOVE ZERO TO WS-PI-HASH
           MOVE 'N' TO WS-TRL-SW
           MOVE 'N' TO WS-PI-EOF-SW
           OPEN INPUT PARTIN
           IF WS-PARTIN-STATUS NOT = '00'
               DISPLAY 'FHMERGE: STATUS=' WS-PARTIN-STATUS
                   ' OPENING PARTITION FILE ' WS-PARTIN-DSN
               ADD 1 TO WS-OOB-CNT
               SET WS-PI-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PI-EOF
               READ PARTIN
                   AT END SET WS-PI-EOF TO TRUE
                   NOT AT END PERFORM READ-EXTRACT-LINE-PARA
               END-READ
           END-PERFORM
           IF WS-PARTIN-STATUS = '00' OR WS-PARTIN-STATUS = '10'
               CLOSE PARTIN
               MOVE WS-PI-CNT TO WS-ET-CNT
               MOVE WS-PI-HASH TO WS-ET-HASH
               IF NOT WS-TRL-SEEN OR WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                   DISPLAY 'FHMERGE: TRAILER MISMATCH ON '
                       WS-PARTIN-DSN
                   DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                   DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                   ADD 1 TO WS-OOB-CNT
               END-IF
           END-IF.
       READ-EXTRACT-LINE-PARA.
           EVALUATE TRUE
               WHEN PI-LINE(1:3) = 'HDR'
                   CONTINUE
               WHEN PI-LINE(1:3) = 'TRL'
                   SET WS-TRL-SEEN TO TRUE
                   MOVE PI-LINE(1:28) TO WS-TRL-IMAGE
               WHEN OTHER
                   ADD 1 TO WS-PI-CNT
                   MOVE ZERO TO WS-LINE-AMT
                   IF WS-EXTRACT-ERR
                       IF PI-LINE(18:5) IS NUMERIC
                          AND PI-LINE(24:2) IS NUMERIC
                           MOVE PI-LINE(18:8) TO WS-E-AMT
                           MOVE WS-E-AMT TO WS-LINE-AMT
                       END-IF
                   ELSE
                       IF PI-LINE(35:6) IS NUMERIC
                          AND PI-LINE(42:2) IS NUMERIC
                           MOVE PI-LINE(35:9) TO WS-R-SUM
                           MOVE WS-R-SUM TO WS-LINE-AMT
                       END-IF
                   END-IF
                   ADD WS-LINE-AMT TO WS-PI-HASH
                   IF WS-COPY-LINES
                       MOVE SPACES TO MG-LINE
                       MOVE PI-LINE TO MG-LINE
                       WRITE MG-LINE
                       ADD 1 TO WS-MG-CNT
                       ADD WS-LINE-AMT TO WS-MG-HASH
                   END-IF
           END-EVALUATE.
       STAMP-EXTRACT-DSN-PARA.
           MOVE SPACES TO WS-ERR-OUT-DSN
           STRING WS-ERR-DSN DELIMITED BY SPACE
                  '.D' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-ERR-OUT-DSN
           MOVE SPACES TO WS-REN-OUT-DSN
           STRING WS-RENEWAL-DSN DELIMITED BY SPACE
                  '.D' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-REN-OUT-DSN.
      *    THE MERGED FILE CARRIES ONE HEADER AND ONE TRAILER, JUST
      *    AS A SINGLE FILEHANDLING RUN WRITES IT, SO EVERYTHING
      *    DOWNSTREAM READS IT UNCHANGED.
       MERGE-EXTRACT-PARA.
           OPEN OUTPUT MERGED
           IF WS-MERGED-STATUS NOT = '00'
               DISPLAY 'FHMERGE: STATUS=' WS-MERGED-STATUS
                   ' OPENING ' WS-MERGED-DSN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'FILEHAND' TO WS-HI-SOURCE
           MOVE WS-BUS-DATE TO WS-HI-DATE
           MOVE SPACES TO MG-LINE
           MOVE WS-HDR-IMAGE TO MG-LINE
           WRITE MG-LINE
           MOVE ZERO TO WS-MG-CNT
           MOVE ZERO TO WS-MG-HASH
           SET WS-COPY-LINES TO TRUE
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-CNT
               PERFORM READ-EXTRACT-PARA
               SET WS-PT-IDX UP BY 1
           END-PERFORM
           MOVE 'N' TO WS-COPY-SW
           MOVE WS-MG-CNT TO WS-ET-CNT
           MOVE WS-MG-HASH TO WS-ET-HASH
           MOVE SPACES TO MG-LINE
           MOVE WS-EXPECT-TRL TO MG-LINE
           WRITE MG-LINE
           CLOSE MERGED
           MOVE WS-MG-CNT TO WS-CNT-ED
           DISPLAY 'FHMERGE: ' WS-CNT-ED ' RECORDS MERGED INTO '
               WS-MERGED-DSN.
       CATALOG-EXTRACTS-PARA.
           OPEN EXTEND GENCAT
           IF WS-GENCAT-STATUS = '35'
               OPEN OUTPUT GENCAT
           END-IF
           MOVE SPACES TO GCP
           MOVE 'ERROR' TO GC-CLASS
           MOVE WS-RUN-DATE TO GC-DATE
           MOVE WS-ERR-OUT-DSN TO GC-DSN
           WRITE GCP
           MOVE SPACES TO GCP
           MOVE 'RENEWAL' TO GC-CLASS
           MOVE WS-RUN-DATE TO GC-DATE
           MOVE WS-REN-OUT-DSN TO GC-DSN
           WRITE GCP
           CLOSE GENCAT.
      *    THE SLICES' MASTER CHANGES ARE APPLIED HERE, ONE SLICE
      *    AFTER ANOTHER UNDER THE LOCK FHSPLIT TOOK, AND JOURNALED
      *    JUST AS A SINGLE RUN JOURNALS THEM.  A RECORD THAT ALREADY
      *    HOLDS THE IMAGE IS LEFT ALONE AND NOT JOURNALED AGAIN, SO
      *    A RESTARTED SLICE OR A RERUN OF THIS STEP CHANGES NOTHING
      *    TWICE; IT STILL COUNTS AS AN UPDATE, SO ADDS AND UPDATES
      *    ALWAYS ACCOUNT FOR EVERY CHANGE APPLIED.  THE CHANGE FILES
      *    ARE LEFT AS THEY ARE FOR THAT RERUN; THE NEXT FRESH SLICE
      *    EMPTIES ITS OWN.
       APPLY-KSDS-CHANGES-PARA.
           OPEN I-O KSDS
           IF WS-KSDS-STATUS = '35'
               OPEN OUTPUT KSDS
               CLOSE KSDS
               OPEN I-O KSDS
           END-IF
           IF WS-KSDS-STATUS NOT = '00'
               DISPLAY 'FHMERGE: UNABLE TO OPEN KSDS FILE, STATUS='
                   WS-KSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDJRNL
           IF WS-AUDJRNL-STATUS = '35'
               OPEN OUTPUT AUDJRNL
           END-IF
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-CNT
               PERFORM APPLY-ONE-PART-PARA
               SET WS-PT-IDX UP BY 1
           END-PERFORM
           CLOSE AUDJRNL
           CLOSE KSDS.
       APPLY-ONE-PART-PARA.
           MOVE WS-KSDS-DSN TO WS-BASE-DSN
           PERFORM PART-SUFFIX-PARA
           MOVE 'N' TO WS-PI-EOF-SW
           OPEN INPUT PARTIN
           IF WS-PARTIN-STATUS NOT = '00'
               SET WS-PI-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PI-EOF
               READ PARTIN
                   AT END SET WS-PI-EOF TO TRUE
                   NOT AT END PERFORM APPLY-ONE-CHANGE-PARA
               END-READ
           END-PERFORM
           IF WS-PARTIN-STATUS = '00' OR WS-PARTIN-STATUS = '10'
               CLOSE PARTIN
           END-IF.
       APPLY-ONE-CHANGE-PARA.
           MOVE PI-LINE(1:84) TO WS-AFTER-IMAGE
           MOVE WS-AFTER-IMAGE TO OUTP
           WRITE OUTP
               INVALID KEY
                   READ KSDS
                       INVALID KEY MOVE SPACES TO OUTP
                   END-READ
                   MOVE OUTP TO WS-BEFORE-IMAGE
                   ADD 1 TO WS-TOT-UPD
                   IF WS-BEFORE-IMAGE = WS-AFTER-IMAGE
                       ADD 1 TO WS-SAME-CNT
                   ELSE
                       MOVE WS-AFTER-IMAGE TO OUTP
                       REWRITE OUTP
                       MOVE 'REWRITE' TO AJ-ACTION
                       PERFORM JOURNAL-KSDS-PARA
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-ADD
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'WRITE' TO AJ-ACTION
                   PERFORM JOURNAL-KSDS-PARA
           END-WRITE.
       JOURNAL-KSDS-PARA.
           MOVE WS-RUN-DATE TO AJ-DATE
           MOVE 'FILEHAND' TO AJ-PGM
           MOVE O-NUM TO AJ-NUM
           MOVE WS-BEFORE-IMAGE TO AJ-BEFORE
           MOVE WS-AFTER-IMAGE TO AJ-AFTER
           WRITE AJP.
      *    THE AUDIT JOURNAL, REFERRAL QUEUE AND MAIL-HOLD FILE ARE
      *    RUNNING FILES, SO EACH SLICE'S SHARE IS ADDED ON THE END
      *    AND THE SLICE FILE EMPTIED STRAIGHT AFTER; A RERUN OF THIS
      *    STEP THEN CANNOT ADD THE SAME RECORDS TWICE.
       APPEND-PART-FILES-PARA.
           MOVE ZERO TO WS-APPEND-CNT
           MOVE WS-BASE-DSN TO WS-MERGED-DSN
           OPEN EXTEND MERGED
           IF WS-MERGED-STATUS = '35'
               OPEN OUTPUT MERGED
           END-IF
           IF WS-MERGED-STATUS NOT = '00'
               DISPLAY 'FHMERGE: STATUS=' WS-MERGED-STATUS
                   ' OPENING ' WS-MERGED-DSN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-CNT
               PERFORM APPEND-ONE-PART-PARA
               SET WS-PT-IDX UP BY 1
           END-PERFORM
           CLOSE MERGED.
       APPEND-ONE-PART-PARA.
           PERFORM PART-SUFFIX-PARA
           MOVE 'N' TO WS-PI-EOF-SW
           OPEN INPUT PARTIN
           IF WS-PARTIN-STATUS NOT = '00'
               SET WS-PI-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PI-EOF
               READ PARTIN
                   AT END SET WS-PI-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO MG-LINE
                       MOVE PI-LINE TO MG-LINE
                       WRITE MG-LINE
                       ADD 1 TO WS-APPEND-CNT
               END-READ
           END-PERFORM
           IF WS-PARTIN-STATUS = '00' OR WS-PARTIN-STATUS = '10'
               CLOSE PARTIN
               OPEN OUTPUT PARTIN
               CLOSE PARTIN
           END-IF.
      *    THE COMBINED FIGURES GO ON THE SHOP'S BALANCE FILE UNDER
      *    THE SAME STEP NAMES A SINGLE RUN USES, FOR BALCHK AND THE
      *    OPERATOR SUMMARY.
       WRITE-BALANCE-PARA.
           MOVE WS-BALANCE-DSN TO WS-BAL-DSN
           OPEN EXTEND BALANCE
           IF WS-BALANCE-STATUS = '35'
               OPEN OUTPUT BALANCE
           END-IF
           MOVE SPACES TO BLP
           MOVE 'FILEHAND' TO BL-STEP
           MOVE WS-RUN-DATE TO BL-DATE
           MOVE WS-TOT-READ TO BL-READ
           MOVE WS-TOT-ACCEPT TO BL-ACCEPT
           MOVE WS-TOT-REJECT TO BL-REJECT
           MOVE WS-TOT-SUM TO BL-AMT
           MOVE WS-TOT-TAX TO BL-AMT2
           WRITE BLP
           MOVE 'FHKSDS' TO BL-STEP
           MOVE WS-RUN-DATE TO BL-DATE
           MOVE WS-TOT-ADD TO BL-READ
           MOVE WS-TOT-UPD TO BL-ACCEPT
           MOVE ZERO TO BL-REJECT
           MOVE ZERO TO BL-AMT
           MOVE ZERO TO BL-AMT2
           WRITE BLP
           MOVE 'FHREFER' TO BL-STEP
           MOVE WS-RUN-DATE TO BL-DATE
           MOVE WS-TOT-REFER TO BL-READ
           MOVE ZERO TO BL-ACCEPT
           MOVE ZERO TO BL-REJECT
           MOVE ZERO TO BL-AMT
           MOVE ZERO TO BL-AMT2
           WRITE BLP
           CLOSE BALANCE.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== POLICY PARTITION MERGE TOTALS ====='.
           DISPLAY 'PART      READ  ACCEPTED  REJECTED  REFERRED'.
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-CNT
               MOVE WS-PT-READ(WS-PT-IDX) TO WS-CNT-ED
               MOVE WS-PT-ACCEPT(WS-PT-IDX) TO WS-CNT-ED2
               MOVE WS-PT-REJECT(WS-PT-IDX) TO WS-CNT-ED3
               MOVE WS-PT-REFER(WS-PT-IDX) TO WS-CNT-ED4
               DISPLAY WS-PT-PART(WS-PT-IDX) ' ' WS-CNT-ED ' '
                   WS-CNT-ED2 ' ' WS-CNT-ED3 ' ' WS-CNT-ED4
               SET WS-PT-IDX UP BY 1
           END-PERFORM.
           MOVE WS-TOT-READ TO WS-CNT-ED
           DISPLAY 'RECORDS READ     : ' WS-CNT-ED.
           MOVE WS-TOT-RECY TO WS-CNT-ED
           DISPLAY 'RECYCLED RECORDS : ' WS-CNT-ED.
           MOVE WS-TOT-ACCEPT TO WS-CNT-ED
           DISPLAY 'RECORDS ACCEPTED : ' WS-CNT-ED.
           MOVE WS-TOT-REJECT TO WS-CNT-ED
           DISPLAY 'RECORDS REJECTED : ' WS-CNT-ED.
           MOVE WS-TOT-REFER TO WS-CNT-ED
           DISPLAY 'RECORDS REFERRED : ' WS-CNT-ED.
           MOVE WS-TOT-SUM TO WS-AMT-ED
           DISPLAY 'TOTAL PREMIUM SUM: ' WS-AMT-ED.
           MOVE WS-TOT-TAX TO WS-AMT-ED
           DISPLAY 'TOTAL TAX SUM    : ' WS-AMT-ED.
           MOVE WS-TOT-CHG TO WS-CNT-ED
           DISPLAY 'KSDS CHANGES     : ' WS-CNT-ED.
           MOVE WS-TOT-ADD TO WS-CNT-ED
           DISPLAY 'KSDS ADDS        : ' WS-CNT-ED.
           MOVE WS-TOT-UPD TO WS-CNT-ED
           DISPLAY 'KSDS UPDATES     : ' WS-CNT-ED.
           MOVE WS-SAME-CNT TO WS-CNT-ED
           DISPLAY 'ALREADY APPLIED  : ' WS-CNT-ED.
           MOVE WS-AUD-CNT TO WS-CNT-ED
           DISPLAY 'AUDIT RECORDS    : ' WS-CNT-ED.
           MOVE WS-REF-CNT TO WS-CNT-ED
           DISPLAY 'REFERRALS QUEUED : ' WS-CNT-ED.
           MOVE WS-HOLD-CNT TO WS-CNT-ED
           DISPLAY 'NOTICES HELD     : ' WS-CNT-ED.
