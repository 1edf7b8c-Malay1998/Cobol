       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLST
           ASSIGN TO DYNAMIC WS-WATCHLST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WATCHLST-STATUS.
           SELECT SANCCTL
           ASSIGN TO DYNAMIC WS-SANCCTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SANCCTL-STATUS.
           SELECT SANCREV
           ASSIGN TO DYNAMIC WS-SANCREV-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SANCREV-STATUS.
           SELECT CUSTMST
           ASSIGN TO DYNAMIC WS-CUSTMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-CUST
           FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT CLMPAYE
           ASSIGN TO DYNAMIC WS-CLMPAYE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMPAYE-STATUS.
           SELECT REFUND
           ASSIGN TO DYNAMIC WS-REFUND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.
           SELECT CLMCHK
           ASSIGN TO DYNAMIC WS-CLMCHK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMCHK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WATCHLST.
       01 WLP.
           02 WL-ID PIC X(8).
           02 PIC X.
           02 WL-NAME PIC X(25).
           02 PIC X.
           02 WL-LIST PIC X(8).
       01 WL-CTL PIC X(28).
       FD SANCCTL.
       01 SCP.
           02 SC-LIST-DATE PIC 9(8).
       FD SANCREV.
           COPY SANCREV.
       FD CUSTMST.
           COPY CUSTREC.
       FD NAMADDR.
           COPY NAMEREC.
       FD CLMPAYE.
       01 PEP.
           02 PE-CLAIM PIC X(8).
           02 PIC X.
           02 PE-TYPE PIC X(8).
           02 PIC X.
           02 PE-NAME PIC X(25).
           02 PIC X.
           02 PE-ADDR1 PIC X(25).
           02 PIC X.
           02 PE-ADDR2 PIC X(25).
       FD REFUND.
       01 RFP.
           02 RF-NUM PIC X(5).
           02 PIC X.
           02 RF-LOB PIC X(7).
           02 PIC X.
           02 RF-EARNED PIC 9(6).9(2).
           02 PIC X.
           02 RF-REFUND PIC 9(6).9(2).
           02 PIC X.
           02 RF-TAX PIC 9(6).9(2).
       FD CLMCHK.
       01 CQP.
           02 CQ-CLAIM PIC X(8).
           02 PIC X.
           02 CQ-POLICY PIC X(5).
           02 PIC X.
           02 CQ-LOB PIC X(7).
           02 PIC X.
           02 CQ-TYPE PIC X(8).
           02 PIC X.
           02 CQ-NAME PIC X(25).
           02 PIC X.
           02 CQ-ADDR1 PIC X(25).
           02 PIC X.
           02 CQ-ADDR2 PIC X(25).
           02 PIC X.
           02 CQ-AMT PIC 9(6).9(2).
           02 PIC X.
           02 CQ-DATE PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-WATCHLST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\WATCHLST.PAT'.
       01 WS-WATCHLST-DSN PIC X(100).
       01 WS-SANCCTL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\SANCCTL.PAT'.
       01 WS-SANCCTL-DSN PIC X(100).
       01 WS-SANCREV-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\SANCREV.PAT'.
       01 WS-SANCREV-DSN PIC X(100).
       01 WS-CUSTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSTMST.PAT'.
       01 WS-CUSTMST-DSN PIC X(100).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-CLMPAYE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMPAYE.PAT'.
       01 WS-CLMPAYE-DSN PIC X(100).
       01 WS-REFUND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\REFUND.PAT'.
       01 WS-REFUND-DSN PIC X(100).
       01 WS-CLMCHK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMCHK.PAT'.
       01 WS-CLMCHK-DSN PIC X(100).
       01 WS-WATCHLST-STATUS PIC X(2).
       01 WS-SANCCTL-STATUS PIC X(2).
       01 WS-SANCREV-STATUS PIC X(2).
       01 WS-CUSTMST-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-CLMPAYE-STATUS PIC X(2).
       01 WS-REFUND-STATUS PIC X(2).
       01 WS-CLMCHK-STATUS PIC X(2).
       01 WS-WL-EOF-SW PIC X VALUE 'N'.
           88 WS-WL-EOF VALUE 'Y'.
       01 WS-CTL-EOF-SW PIC X VALUE 'N'.
           88 WS-CTL-EOF VALUE 'Y'.
       01 WS-REV-EOF-SW PIC X VALUE 'N'.
           88 WS-REV-EOF VALUE 'Y'.
       01 WS-CUST-EOF-SW PIC X VALUE 'N'.
           88 WS-CUST-EOF VALUE 'Y'.
       01 WS-NA-EOF-SW PIC X VALUE 'N'.
           88 WS-NA-EOF VALUE 'Y'.
       01 WS-PAYE-EOF-SW PIC X VALUE 'N'.
           88 WS-PAYE-EOF VALUE 'Y'.
       01 WS-REF-EOF-SW PIC X VALUE 'N'.
           88 WS-REF-EOF VALUE 'Y'.
       01 WS-CQ-EOF-SW PIC X VALUE 'N'.
           88 WS-CQ-EOF VALUE 'Y'.
       01 WS-FULL-SW PIC X VALUE 'N'.
           88 WS-FULL-RUN VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-FULL-X PIC X(1).
       01 WS-MAX-DIST-X PIC X(1).
       01 WS-MAX-DIST PIC 9(1) VALUE 2.
       01 WS-LIST-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-DATE PIC 9(8) VALUE ZERO.
       01 WS-HIT-ID.
           02 WS-HID-PFX PIC X(1).
           02 WS-HID-DATE PIC 9(8).
           02 WS-HID-SEQ PIC 9(4).
       01 WS-NEXT-SEQ PIC 9(5) COMP VALUE ZERO.
       01 WS-WL-MAX PIC 9(4) COMP VALUE 3000.
       01 WS-WL-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-WL-TABLE.
           02 WS-WL-ENTRY OCCURS 3000 TIMES INDEXED BY WS-WL-IDX.
               03 WS-WL-ID PIC X(8).
               03 WS-WL-NAME PIC X(25).
               03 WS-WL-NORM PIC X(25).
               03 WS-WL-LEN PIC 9(2) COMP.
               03 WS-WL-TOL PIC 9(1) COMP.
       01 WS-RV-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-RV-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RV-TABLE.
           02 WS-RV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-RV-IDX.
               03 WS-RV-NAME PIC X(25).
               03 WS-RV-WL-ID PIC X(8).
       01 WS-FOUND-SW PIC X.
           88 WS-FOUND VALUE 'Y'.
       01 WS-SC-SOURCE PIC X(8).
       01 WS-SC-KEY PIC X(16).
       01 WS-SC-NAME PIC X(25).
       01 WS-S-NORM PIC X(25).
       01 WS-S-LEN PIC 9(2) COMP.
       01 WS-NORM-IN PIC X(25).
       01 WS-NORM-OUT PIC X(25).
       01 WS-NORM-LEN PIC 9(2) COMP.
       01 WS-K PIC 9(2) COMP.
       01 WS-LEN-DIFF PIC S9(3) COMP.
       01 WS-DIST PIC 9(2) COMP.
       01 WS-B-NORM PIC X(25).
       01 WS-B-LEN PIC 9(2) COMP.
       01 WS-I PIC 9(2) COMP.
       01 WS-J PIC 9(2) COMP.
       01 WS-COST PIC 9(2) COMP.
       01 WS-CELL PIC 9(2) COMP.
       01 WS-PREV-ROW.
           02 WS-PREV PIC 9(2) COMP OCCURS 26 TIMES.
       01 WS-CURR-ROW.
           02 WS-CURR PIC 9(2) COMP OCCURS 26 TIMES.
       01 WS-WATCH-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SCREEN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-MATCH-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-HIT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-KNOWN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OVERFLOW-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-UNNAMED-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'SANCSCRN' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE SPACES TO WS-FULL-X
           ACCEPT WS-FULL-X FROM ENVIRONMENT 'SANC_FULL'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-MAX-DIST-X
           ACCEPT WS-MAX-DIST-X FROM ENVIRONMENT 'SANC_DIST'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAX-DIST-X IS NUMERIC
               MOVE WS-MAX-DIST-X TO WS-MAX-DIST
           END-IF
           PERFORM LOAD-WATCHLIST-PARA.
           PERFORM READ-SANCCTL-PARA.
           IF WS-LIST-DATE = ZERO OR WS-LIST-DATE NOT = WS-LAST-DATE
              OR WS-FULL-X = 'Y'
               SET WS-FULL-RUN TO TRUE
           END-IF.
           PERFORM LOAD-REVIEWS-PARA.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS NOT = '00'
               DISPLAY 'SANCSCRN: UNABLE TO OPEN NAMADDR FILE, '
                   'STATUS=' WS-NAMADDR-STATUS ', REFUND PAYEES '
                   'CANNOT BE SCREENED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND SANCREV.
           IF WS-SANCREV-STATUS = '35'
               OPEN OUTPUT SANCREV
           END-IF.
           DISPLAY '===== SANCTIONS SCREENING HITS ====='
           IF WS-FULL-RUN
               DISPLAY 'SANCSCRN: WATCHLIST DATED ' WS-LIST-DATE
                   ', FULL RE-SCREEN OF THE CUSTOMER BASE'
               PERFORM SCREEN-CUSTMST-PARA
               PERFORM SCREEN-NAMADDR-PARA
               PERFORM SCREEN-CLMPAYE-PARA
           END-IF.
           PERFORM SCREEN-REFUND-PARA.
           PERFORM SCREEN-CLMCHK-PARA.
           CLOSE SANCREV.
           CLOSE NAMADDR.
           IF WS-FULL-RUN
               PERFORM WRITE-SANCCTL-PARA
           END-IF.
           IF WS-HIT-CNT > ZERO OR WS-UNNAMED-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-WATCHLST-DSN-DFLT TO WS-WATCHLST-DSN
           ACCEPT WS-WATCHLST-DSN FROM ENVIRONMENT 'WATCHLST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WATCHLST-DSN = SPACES
               MOVE WS-WATCHLST-DSN-DFLT TO WS-WATCHLST-DSN
           END-IF
           MOVE WS-SANCCTL-DSN-DFLT TO WS-SANCCTL-DSN
           ACCEPT WS-SANCCTL-DSN FROM ENVIRONMENT 'SANCCTL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SANCCTL-DSN = SPACES
               MOVE WS-SANCCTL-DSN-DFLT TO WS-SANCCTL-DSN
           END-IF
           MOVE WS-SANCREV-DSN-DFLT TO WS-SANCREV-DSN
           ACCEPT WS-SANCREV-DSN FROM ENVIRONMENT 'SANCREV_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SANCREV-DSN = SPACES
               MOVE WS-SANCREV-DSN-DFLT TO WS-SANCREV-DSN
           END-IF
           MOVE WS-CUSTMST-DSN-DFLT TO WS-CUSTMST-DSN
           ACCEPT WS-CUSTMST-DSN FROM ENVIRONMENT 'CUSTMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CUSTMST-DSN = SPACES
               MOVE WS-CUSTMST-DSN-DFLT TO WS-CUSTMST-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-CLMPAYE-DSN-DFLT TO WS-CLMPAYE-DSN
           ACCEPT WS-CLMPAYE-DSN FROM ENVIRONMENT 'CLMPAYE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLMPAYE-DSN = SPACES
               MOVE WS-CLMPAYE-DSN-DFLT TO WS-CLMPAYE-DSN
           END-IF
           MOVE WS-REFUND-DSN-DFLT TO WS-REFUND-DSN
           ACCEPT WS-REFUND-DSN FROM ENVIRONMENT 'REFUND_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-REFUND-DSN = SPACES
               MOVE WS-REFUND-DSN-DFLT TO WS-REFUND-DSN
           END-IF
           MOVE WS-CLMCHK-DSN-DFLT TO WS-CLMCHK-DSN
           ACCEPT WS-CLMCHK-DSN FROM ENVIRONMENT 'CLMCHK_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLMCHK-DSN = SPACES
               MOVE WS-CLMCHK-DSN-DFLT TO WS-CLMCHK-DSN
           END-IF.
      *    THE WATCHLIST ARRIVES WITH A HEADER CARRYING ITS ISSUE
      *    DATE.  EACH NAME IS HELD WITH LETTERS ONLY, UPPER CASE, AND
      *    A SPELLING TOLERANCE OF ONE LETTER IN SIX, SO A SHORT NAME
      *    MUST MATCH EXACTLY AND A LONG ONE MAY BE A LETTER OR TWO OFF.
       LOAD-WATCHLIST-PARA.
           OPEN INPUT WATCHLST
           IF WS-WATCHLST-STATUS NOT = '00'
               DISPLAY 'SANCSCRN: UNABLE TO OPEN WATCHLST FILE, '
                   'STATUS=' WS-WATCHLST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-WL-EOF
               READ WATCHLST
                   AT END SET WS-WL-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WL-CTL(1:3) = 'HDR'
                               IF WL-CTL(14:8) IS NUMERIC
                                   MOVE WL-CTL(14:8) TO WS-LIST-DATE
                               END-IF
                           WHEN WL-CTL(1:3) = 'TRL'
                               CONTINUE
                           WHEN OTHER
                               PERFORM LOAD-ONE-WATCH-PARA
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE WATCHLST.
       LOAD-ONE-WATCH-PARA.
           ADD 1 TO WS-WATCH-CNT
           MOVE WL-NAME TO WS-NORM-IN
           PERFORM NORMALIZE-PARA
           IF WS-NORM-LEN = ZERO
               CONTINUE
           ELSE
           IF WS-WL-CNT >= WS-WL-MAX
               DISPLAY 'SANCSCRN: WATCHLIST TABLE FULL, ENTRY ' WL-ID
                   ' NOT SCREENED'
               ADD 1 TO WS-OVERFLOW-CNT
           ELSE
               ADD 1 TO WS-WL-CNT
               SET WS-WL-IDX TO WS-WL-CNT
               MOVE WL-ID TO WS-WL-ID(WS-WL-IDX)
               MOVE WL-NAME TO WS-WL-NAME(WS-WL-IDX)
               MOVE WS-NORM-OUT TO WS-WL-NORM(WS-WL-IDX)
               MOVE WS-NORM-LEN TO WS-WL-LEN(WS-WL-IDX)
               COMPUTE WS-WL-TOL(WS-WL-IDX) = WS-NORM-LEN / 6
               IF WS-WL-TOL(WS-WL-IDX) > WS-MAX-DIST
                   MOVE WS-MAX-DIST TO WS-WL-TOL(WS-WL-IDX)
               END-IF
           END-IF
           END-IF.
      *    SANCCTL REMEMBERS THE DATE OF THE LAST LIST THE WHOLE
      *    CUSTOMER BASE WAS SCREENED AGAINST.  A LIST WITH ANY OTHER
      *    DATE IS A NEW LIST AND THE WHOLE BASE IS SCREENED AGAIN;
      *    OTHERWISE ONLY THE PAYEES ABOUT TO BE PAID ARE SCREENED.
       READ-SANCCTL-PARA.
           OPEN INPUT SANCCTL
           IF WS-SANCCTL-STATUS = '35'
               SET WS-CTL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ SANCCTL
                   AT END SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       IF SC-LIST-DATE IS NUMERIC
                           MOVE SC-LIST-DATE TO WS-LAST-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SANCCTL-STATUS NOT = '35'
               CLOSE SANCCTL
           END-IF.
       WRITE-SANCCTL-PARA.
           OPEN OUTPUT SANCCTL
           MOVE WS-LIST-DATE TO SC-LIST-DATE
           WRITE SCP
           CLOSE SANCCTL.
      *    A NAME IS RAISED TO COMPLIANCE ONCE PER WATCHLIST ENTRY.
      *    ONCE REVIEWED, CLEARED OR CONFIRMED, THE SAME PAIR IS NOT
      *    RAISED AGAIN, WHEREVER ELSE THE NAME TURNS UP.
       LOAD-REVIEWS-PARA.
           OPEN INPUT SANCREV
           IF WS-SANCREV-STATUS = '35'
               DISPLAY 'SANCSCRN: NO REVIEW FILE ON HAND, STARTING '
                   'FRESH'
               SET WS-REV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REV-EOF
               READ SANCREV
                   AT END SET WS-REV-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-REVIEW-PARA
               END-READ
           END-PERFORM
           IF WS-SANCREV-STATUS NOT = '35'
               CLOSE SANCREV
           END-IF.
       LOAD-ONE-REVIEW-PARA.
           MOVE SV-HIT TO WS-HIT-ID
           IF WS-HID-DATE IS NUMERIC AND WS-HID-SEQ IS NUMERIC
               IF WS-HID-DATE = WS-BUS-DATE AND
                  WS-HID-SEQ > WS-NEXT-SEQ
                   MOVE WS-HID-SEQ TO WS-NEXT-SEQ
               END-IF
           END-IF
           IF WS-RV-CNT >= WS-RV-MAX
               DISPLAY 'SANCSCRN: REVIEW TABLE FULL, HIT ' SV-HIT
                   ' MAY BE RAISED AGAIN'
               ADD 1 TO WS-OVERFLOW-CNT
           ELSE
               ADD 1 TO WS-RV-CNT
               SET WS-RV-IDX TO WS-RV-CNT
               IF SV-UNSCREENED
                   MOVE SV-KEY TO WS-RV-NAME(WS-RV-IDX)
               ELSE
                   MOVE SV-NAME TO WS-RV-NAME(WS-RV-IDX)
               END-IF
               MOVE SV-WL-ID TO WS-RV-WL-ID(WS-RV-IDX)
           END-IF.
       SCREEN-CUSTMST-PARA.
           OPEN INPUT CUSTMST
           IF WS-CUSTMST-STATUS NOT = '00'
               DISPLAY 'SANCSCRN: NO CUSTOMER MASTER, CUSTOMERS NOT '
                   'SCREENED'
               SET WS-CUST-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO C-CUST
               START CUSTMST KEY IS NOT LESS THAN C-CUST
                   INVALID KEY SET WS-CUST-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTMST NEXT RECORD
                   AT END SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       MOVE 'CUSTMST' TO WS-SC-SOURCE
                       MOVE C-CUST TO WS-SC-KEY
                       MOVE C-NAME TO WS-SC-NAME
                       PERFORM SCREEN-NAME-PARA
               END-READ
           END-PERFORM
           IF WS-CUSTMST-STATUS NOT = '35'
               CLOSE CUSTMST
           END-IF.
       SCREEN-NAMADDR-PARA.
           MOVE LOW-VALUES TO NA-KEY
           START NAMADDR KEY IS NOT LESS THAN NA-KEY
               INVALID KEY SET WS-NA-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-NA-EOF
               READ NAMADDR NEXT RECORD
                   AT END SET WS-NA-EOF TO TRUE
                   NOT AT END
                       MOVE 'NAMADDR' TO WS-SC-SOURCE
                       MOVE NA-KEY TO WS-SC-KEY
                       MOVE NA-NAME TO WS-SC-NAME
                       PERFORM SCREEN-NAME-PARA
               END-READ
           END-PERFORM.
       SCREEN-CLMPAYE-PARA.
           OPEN INPUT CLMPAYE
           IF WS-CLMPAYE-STATUS = '35'
               SET WS-PAYE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PAYE-EOF
               READ CLMPAYE
                   AT END SET WS-PAYE-EOF TO TRUE
                   NOT AT END
                       IF PEP(1:3) = 'HDR' OR PEP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           MOVE 'CLMPAYE' TO WS-SC-SOURCE
                           MOVE PE-CLAIM TO WS-SC-KEY
                           MOVE PE-NAME TO WS-SC-NAME
                           PERFORM SCREEN-NAME-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLMPAYE-STATUS NOT = '35'
               CLOSE CLMPAYE
           END-IF.
      *    A REFUND IS PAID TO THE POLICYHOLDER ON THE NAME AND
      *    ADDRESS MASTER, EXACTLY AS REFDISB NAMES THE PAYEE.  A
      *    REFUND WHOSE POLICY HAS NO NAME ON THE MASTER CANNOT BE
      *    SCREENED, SO IT GOES TO COMPLIANCE AS UNSCREENED AND
      *    REFDISB HOLDS IT UNTIL THE ENTRY IS CLEARED.
       SCREEN-REFUND-PARA.
           OPEN INPUT REFUND
           IF WS-REFUND-STATUS = '35'
               SET WS-REF-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REF-EOF
               READ REFUND
                   AT END SET WS-REF-EOF TO TRUE
                   NOT AT END
                       IF RFP(1:3) = 'HDR' OR RFP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM SCREEN-ONE-REFUND-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REFUND-STATUS NOT = '35'
               CLOSE REFUND
           END-IF.
       SCREEN-ONE-REFUND-PARA.
           MOVE 'REFUND' TO WS-SC-SOURCE
           MOVE SPACES TO WS-SC-KEY
           MOVE RF-NUM TO WS-SC-KEY
           MOVE SPACES TO NA-KEY
           MOVE RF-NUM TO NA-KEY
           READ NAMADDR
               INVALID KEY
                   MOVE SPACES TO NA-NAME
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF NA-NAME = SPACES
               ADD 1 TO WS-UNNAMED-CNT
               PERFORM RECORD-UNSCREENED-PARA
           ELSE
               MOVE NA-NAME TO WS-SC-NAME
               PERFORM SCREEN-NAME-PARA
           END-IF.
      *    AN UNSCREENED REFUND IS HELD ON THE REVIEW FILE BY ITS
      *    POLICY NUMBER RATHER THAN A NAME, AND IS ONLY RAISED ONCE.
       RECORD-UNSCREENED-PARA.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-RV-IDX TO 1
           PERFORM UNTIL WS-RV-IDX > WS-RV-CNT OR WS-FOUND
               IF WS-RV-NAME(WS-RV-IDX) = WS-SC-KEY AND
                  WS-RV-WL-ID(WS-RV-IDX) = 'NONAME'
                   SET WS-FOUND TO TRUE
               ELSE
                   SET WS-RV-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-KNOWN-CNT
           ELSE
           IF WS-NEXT-SEQ >= 9999
               ADD 1 TO WS-OVERFLOW-CNT
               DISPLAY 'SANCSCRN: HIT NUMBERS EXHAUSTED FOR '
                   WS-BUS-DATE ', REFUND ' WS-SC-KEY ' NOT RAISED'
           ELSE
               PERFORM WRITE-UNSCREENED-PARA
           END-IF
           END-IF.
       WRITE-UNSCREENED-PARA.
           ADD 1 TO WS-NEXT-SEQ
           MOVE 'S' TO WS-HID-PFX
           MOVE WS-BUS-DATE TO WS-HID-DATE
           MOVE WS-NEXT-SEQ TO WS-HID-SEQ
           MOVE SPACES TO SVP
           MOVE WS-HIT-ID TO SV-HIT
           MOVE WS-SC-SOURCE TO SV-SOURCE
           MOVE WS-SC-KEY TO SV-KEY
           SET SV-UNSCREENED TO TRUE
           MOVE 'NO NAME/ADDRESS RECORD' TO SV-WL-NAME
           MOVE 99 TO SV-DIST
           MOVE WS-BUS-DATE TO SV-FOUND
           MOVE 'PEND' TO SV-STATUS
           MOVE ZERO TO SV-REVIEWED
           WRITE SVP
           IF WS-RV-CNT < WS-RV-MAX
               ADD 1 TO WS-RV-CNT
               SET WS-RV-IDX TO WS-RV-CNT
               MOVE WS-SC-KEY TO WS-RV-NAME(WS-RV-IDX)
               MOVE SV-WL-ID TO WS-RV-WL-ID(WS-RV-IDX)
           END-IF
           DISPLAY 'SANCSCRN: REFUND ' SV-KEY ' HAS NO NAME ON THE '
               'MASTER, HELD UNSCREENED AS ' SV-HIT.
       SCREEN-CLMCHK-PARA.
           OPEN INPUT CLMCHK
           IF WS-CLMCHK-STATUS = '35'
               SET WS-CQ-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CQ-EOF
               READ CLMCHK
                   AT END SET WS-CQ-EOF TO TRUE
                   NOT AT END
                       IF CQP(1:3) = 'HDR' OR CQP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           MOVE 'CLMCHK' TO WS-SC-SOURCE
                           MOVE CQ-CLAIM TO WS-SC-KEY
                           MOVE CQ-NAME TO WS-SC-NAME
                           PERFORM SCREEN-NAME-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLMCHK-STATUS NOT = '35'
               CLOSE CLMCHK
           END-IF.
       SCREEN-NAME-PARA.
           IF WS-SC-NAME NOT = SPACES
               ADD 1 TO WS-SCREEN-CNT
               MOVE WS-SC-NAME TO WS-NORM-IN
               PERFORM NORMALIZE-PARA
               MOVE WS-NORM-OUT TO WS-S-NORM
               MOVE WS-NORM-LEN TO WS-S-LEN
               SET WS-WL-IDX TO 1
               PERFORM UNTIL WS-WL-IDX > WS-WL-CNT
                   PERFORM MATCH-ONE-PARA
                   SET WS-WL-IDX UP BY 1
               END-PERFORM
           END-IF.
       MATCH-ONE-PARA.
           COMPUTE WS-LEN-DIFF = WS-S-LEN - WS-WL-LEN(WS-WL-IDX)
           IF WS-LEN-DIFF < ZERO
               MULTIPLY -1 BY WS-LEN-DIFF
           END-IF
           IF WS-LEN-DIFF NOT > WS-WL-TOL(WS-WL-IDX)
               EVALUATE TRUE
                   WHEN WS-S-NORM = WS-WL-NORM(WS-WL-IDX)
                       MOVE ZERO TO WS-DIST
                   WHEN WS-WL-TOL(WS-WL-IDX) = ZERO
                       MOVE 99 TO WS-DIST
                   WHEN OTHER
                       PERFORM DISTANCE-PARA
               END-EVALUATE
               IF WS-DIST NOT > WS-WL-TOL(WS-WL-IDX)
                   ADD 1 TO WS-MATCH-CNT
                   PERFORM RECORD-HIT-PARA
               END-IF
           END-IF.
      *    THE DISTANCE IS THE FEWEST LETTERS THAT MUST BE CHANGED,
      *    ADDED OR DROPPED TO TURN ONE NAME INTO THE OTHER, WORKED
      *    ONE ROW OF THE LETTER GRID AT A TIME.
       DISTANCE-PARA.
           MOVE WS-WL-NORM(WS-WL-IDX) TO WS-B-NORM
           MOVE WS-WL-LEN(WS-WL-IDX) TO WS-B-LEN
           MOVE ZERO TO WS-J
           PERFORM UNTIL WS-J > WS-B-LEN
               MOVE WS-J TO WS-PREV(WS-J + 1)
               ADD 1 TO WS-J
           END-PERFORM
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-S-LEN
               PERFORM DISTANCE-ROW-PARA
               MOVE WS-CURR-ROW TO WS-PREV-ROW
               ADD 1 TO WS-I
           END-PERFORM
           MOVE WS-PREV(WS-B-LEN + 1) TO WS-DIST.
       DISTANCE-ROW-PARA.
           MOVE WS-I TO WS-CURR(1)
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-J > WS-B-LEN
               IF WS-S-NORM(WS-I:1) = WS-B-NORM(WS-J:1)
                   MOVE ZERO TO WS-COST
               ELSE
                   MOVE 1 TO WS-COST
               END-IF
               COMPUTE WS-CELL = WS-PREV(WS-J) + WS-COST
               IF WS-PREV(WS-J + 1) + 1 < WS-CELL
                   COMPUTE WS-CELL = WS-PREV(WS-J + 1) + 1
               END-IF
               IF WS-CURR(WS-J) + 1 < WS-CELL
                   COMPUTE WS-CELL = WS-CURR(WS-J) + 1
               END-IF
               MOVE WS-CELL TO WS-CURR(WS-J + 1)
               ADD 1 TO WS-J
           END-PERFORM.
       NORMALIZE-PARA.
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZERO TO WS-NORM-LEN
           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 1 TO WS-K
           PERFORM UNTIL WS-K > 25
               IF WS-NORM-IN(WS-K:1) IS ALPHABETIC AND
                  WS-NORM-IN(WS-K:1) NOT = SPACE
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-IN(WS-K:1)
                       TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
               ADD 1 TO WS-K
           END-PERFORM.
       RECORD-HIT-PARA.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-RV-IDX TO 1
           PERFORM UNTIL WS-RV-IDX > WS-RV-CNT OR WS-FOUND
               IF WS-RV-NAME(WS-RV-IDX) = WS-SC-NAME AND
                  WS-RV-WL-ID(WS-RV-IDX) = WS-WL-ID(WS-WL-IDX)
                   SET WS-FOUND TO TRUE
               ELSE
                   SET WS-RV-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-KNOWN-CNT
           ELSE
           IF WS-NEXT-SEQ >= 9999
               ADD 1 TO WS-OVERFLOW-CNT
               DISPLAY 'SANCSCRN: HIT NUMBERS EXHAUSTED FOR '
                   WS-BUS-DATE ', ' WS-SC-SOURCE ' ' WS-SC-KEY
                   ' NOT RAISED'
           ELSE
               PERFORM WRITE-HIT-PARA
           END-IF
           END-IF.
       WRITE-HIT-PARA.
           ADD 1 TO WS-NEXT-SEQ
           MOVE 'S' TO WS-HID-PFX
           MOVE WS-BUS-DATE TO WS-HID-DATE
           MOVE WS-NEXT-SEQ TO WS-HID-SEQ
           MOVE SPACES TO SVP
           MOVE WS-HIT-ID TO SV-HIT
           MOVE WS-SC-SOURCE TO SV-SOURCE
           MOVE WS-SC-KEY TO SV-KEY
           MOVE WS-SC-NAME TO SV-NAME
           MOVE WS-WL-ID(WS-WL-IDX) TO SV-WL-ID
           MOVE WS-WL-NAME(WS-WL-IDX) TO SV-WL-NAME
           MOVE WS-DIST TO SV-DIST
           MOVE WS-BUS-DATE TO SV-FOUND
           MOVE 'PEND' TO SV-STATUS
           MOVE ZERO TO SV-REVIEWED
           WRITE SVP
           ADD 1 TO WS-HIT-CNT
           IF WS-RV-CNT < WS-RV-MAX
               ADD 1 TO WS-RV-CNT
               SET WS-RV-IDX TO WS-RV-CNT
               MOVE WS-SC-NAME TO WS-RV-NAME(WS-RV-IDX)
               MOVE WS-WL-ID(WS-WL-IDX) TO WS-RV-WL-ID(WS-RV-IDX)
           END-IF
           DISPLAY 'SANCSCRN: ' SV-SOURCE ' ' SV-KEY ' ' SV-NAME
               ' MATCHES ' SV-WL-ID ' ' SV-WL-NAME ' HIT ' SV-HIT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== SANCTIONS SCREENING CONTROL TOTALS ====='.
           DISPLAY 'WATCHLIST DATE      : ' WS-LIST-DATE.
           DISPLAY 'WATCHLIST ENTRIES   : ' WS-WATCH-CNT.
           DISPLAY 'NAMES SCREENED      : ' WS-SCREEN-CNT.
           DISPLAY 'POTENTIAL MATCHES   : ' WS-MATCH-CNT.
           DISPLAY 'NEW HITS FOR REVIEW : ' WS-HIT-CNT.
           DISPLAY 'ALREADY REVIEWED    : ' WS-KNOWN-CNT.
           DISPLAY 'REFUNDS WITH NO NAME: ' WS-UNNAMED-CNT.
           DISPLAY 'NOT SCREENED        : ' WS-OVERFLOW-CNT.
           IF WS-OVERFLOW-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
