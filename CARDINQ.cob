       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDMST
           ASSIGN TO DYNAMIC WS-CARDMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-ACCT
           FILE STATUS IS WS-CARDMST-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT GENCAT
           ASSIGN TO DYNAMIC WS-GENCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENCAT-STATUS.
           SELECT STMT
           ASSIGN TO DYNAMIC WS-STMT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.
           SELECT DISPCASE
           ASSIGN TO DYNAMIC WS-DISPCASE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPCASE-STATUS.
           SELECT PLACMST
           ASSIGN TO DYNAMIC WS-PLACMST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLACMST-STATUS.
           SELECT CHGTRK
           ASSIGN TO DYNAMIC WS-CHGTRK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGTRK-STATUS.
           SELECT CHGREG
           ASSIGN TO DYNAMIC WS-CHGREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CARDMST.
           COPY CARDREC.
       FD NAMADDR.
           COPY NAMEREC.
       FD GENCAT.
           COPY GENCAT.
       FD STMT.
       01 ST-REC.
           02 ST-ACCT PIC X(16).
           02 PIC X.
           02 ST-NAME PIC X(15).
           02 PIC X.
           02 ST-LATE-DAYS PIC 9(5).
           02 PIC X.
           02 ST-BILL-AMT PIC 9(7)V99.
           02 PIC X.
           02 ST-STATUS PIC X(10).
           02 PIC X.
           02 ST-ADDR1 PIC X(25).
           02 PIC X.
           02 ST-ADDR2 PIC X(25).
           02 PIC X.
           02 ST-PROMO PIC X(1).
           02 PIC X.
           02 ST-FEE-BAL PIC 9(7)V99.
           02 PIC X.
           02 ST-INT-BAL PIC 9(7)V99.
           02 PIC X.
           02 ST-PRIN-BAL PIC 9(7)V99.
       FD DISPCASE.
       01 DCP.
           02 DC-CASE PIC X(8).
           02 PIC X.
           02 DC-ACCT PIC X(16).
           02 PIC X.
           02 DC-AMT PIC 9(7)V99.
           02 PIC X.
           02 DC-OPENED PIC 9(6).
           02 PIC X.
           02 DC-CLOSED PIC 9(6).
           02 PIC X.
           02 DC-RESOL PIC X(1).
           02 PIC X.
           02 DC-STATUS PIC X(6).
       FD PLACMST.
       01 PLP.
           02 PL-ACCT PIC X(16).
           02 PIC X.
           02 PL-AGENCY PIC X(4).
           02 PIC X.
           02 PL-DATE PIC 9(6).
           02 PIC X.
           02 PL-AMT PIC 9(7).9(2).
           02 PIC X.
           02 PL-RECOV PIC 9(7).9(2).
           02 PIC X.
           02 PL-STATUS PIC X(8).
       FD CHGTRK.
       01 CTP.
           02 CT-ACCT PIC X(16).
           02 PIC X.
           02 CT-CYCLES PIC 9(3).
       FD CHGREG.
       01 CGP.
           02 CG-ACCT PIC X(16).
           02 PIC X.
           02 CG-DATE PIC 9(6).
           02 PIC X.
           02 CG-AMT PIC 9(7).9(2).
           02 PIC X.
           02 CG-RECOVERED PIC 9(7).9(2).
       WORKING-STORAGE SECTION.
       01 WS-CARDMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CARDMST.PAT'.
       01 WS-CARDMST-DSN PIC X(100).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-GENCAT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\GENCAT.PAT'.
       01 WS-GENCAT-DSN PIC X(100).
       01 WS-STMT-DSN PIC X(100).
       01 WS-DISPCASE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DISPCASE.PAT'.
       01 WS-DISPCASE-DSN PIC X(100).
       01 WS-PLACMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PLACMST.PAT'.
       01 WS-PLACMST-DSN PIC X(100).
       01 WS-CHGTRK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CHGTRK.PAT'.
       01 WS-CHGTRK-DSN PIC X(100).
       01 WS-CHGREG-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CHGREG.PAT'.
       01 WS-CHGREG-DSN PIC X(100).
       01 WS-CARDMST-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-GENCAT-STATUS PIC X(2).
       01 WS-STMT-STATUS PIC X(2).
       01 WS-DISPCASE-STATUS PIC X(2).
       01 WS-PLACMST-STATUS PIC X(2).
       01 WS-CHGTRK-STATUS PIC X(2).
       01 WS-CHGREG-STATUS PIC X(2).
       01 WS-CAT-EOF-SW PIC X VALUE 'N'.
           88 WS-CAT-EOF VALUE 'Y'.
       01 WS-STMT-EOF-SW PIC X VALUE 'N'.
           88 WS-STMT-EOF VALUE 'Y'.
       01 WS-CASE-EOF-SW PIC X VALUE 'N'.
           88 WS-CASE-EOF VALUE 'Y'.
       01 WS-PLAC-EOF-SW PIC X VALUE 'N'.
           88 WS-PLAC-EOF VALUE 'Y'.
       01 WS-TRK-EOF-SW PIC X VALUE 'N'.
           88 WS-TRK-EOF VALUE 'Y'.
       01 WS-CHG-EOF-SW PIC X VALUE 'N'.
           88 WS-CHG-EOF VALUE 'Y'.
       01 WS-INQ-ACCT PIC X(16).
       01 WS-ST-MAX PIC 9(4) COMP VALUE 200.
       01 WS-ST-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-ST-TABLE.
           02 WS-ST-ENTRY OCCURS 200 TIMES INDEXED BY WS-ST-IDX.
               03 WS-ST-DATE PIC 9(6).
               03 WS-ST-DSN PIC X(100).
       01 WS-LATEST-SW PIC X VALUE 'N'.
           88 WS-LATEST-FOUND VALUE 'Y'.
       01 WS-LATEST-DATE PIC 9(6) VALUE ZERO.
       01 WS-LATEST-REC PIC X(150).
       01 WS-CASE-CNT PIC 9(5) VALUE ZERO.
       01 WS-PLAC-CNT PIC 9(5) VALUE ZERO.
       01 WS-CHG-CNT PIC 9(5) VALUE ZERO.
       01 WS-TRK-SW PIC X VALUE 'N'.
           88 WS-TRK-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       MAINLINE-PARA.
           PERFORM ASSIGN-FILENAMES-PARA.
           OPEN INPUT CARDMST.
           IF WS-CARDMST-STATUS NOT = '00'
               DISPLAY 'CARDINQ: UNABLE TO OPEN CARDMST FILE, STATUS='
                   WS-CARDMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'ENTER CARD ACCOUNT NUMBER:'
           ACCEPT WS-INQ-ACCT
           MOVE WS-INQ-ACCT TO CM-ACCT
           READ CARDMST
               INVALID KEY
                   DISPLAY 'CARD ACCOUNT NOT ON FILE: ' WS-INQ-ACCT
               NOT INVALID KEY
                   PERFORM DISPLAY-ACCOUNT-PARA
                   PERFORM DISPLAY-MAILING-PARA
                   PERFORM DISPLAY-STATEMENT-PARA
                   PERFORM DISPLAY-DISPUTES-PARA
                   PERFORM DISPLAY-COLLECTIONS-PARA
                   DISPLAY '----------------------------------------'
           END-READ.
           CLOSE CARDMST.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           ACCEPT WS-CARDMST-DSN FROM ENVIRONMENT 'CARDMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDMST-DSN = SPACES
               MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-GENCAT-DSN-DFLT TO WS-GENCAT-DSN
           ACCEPT WS-GENCAT-DSN FROM ENVIRONMENT 'GENCAT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-GENCAT-DSN = SPACES
               MOVE WS-GENCAT-DSN-DFLT TO WS-GENCAT-DSN
           END-IF
           MOVE WS-DISPCASE-DSN-DFLT TO WS-DISPCASE-DSN
           ACCEPT WS-DISPCASE-DSN FROM ENVIRONMENT 'DISPCASE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DISPCASE-DSN = SPACES
               MOVE WS-DISPCASE-DSN-DFLT TO WS-DISPCASE-DSN
           END-IF
           MOVE WS-PLACMST-DSN-DFLT TO WS-PLACMST-DSN
           ACCEPT WS-PLACMST-DSN FROM ENVIRONMENT 'PLACMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PLACMST-DSN = SPACES
               MOVE WS-PLACMST-DSN-DFLT TO WS-PLACMST-DSN
           END-IF
           MOVE WS-CHGTRK-DSN-DFLT TO WS-CHGTRK-DSN
           ACCEPT WS-CHGTRK-DSN FROM ENVIRONMENT 'CHGTRK_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CHGTRK-DSN = SPACES
               MOVE WS-CHGTRK-DSN-DFLT TO WS-CHGTRK-DSN
           END-IF
           MOVE WS-CHGREG-DSN-DFLT TO WS-CHGREG-DSN
           ACCEPT WS-CHGREG-DSN FROM ENVIRONMENT 'CHGREG_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CHGREG-DSN = SPACES
               MOVE WS-CHGREG-DSN-DFLT TO WS-CHGREG-DSN
           END-IF.
       DISPLAY-ACCOUNT-PARA.
           DISPLAY '----------------------------------------'
           DISPLAY 'CARD ACCOUNT  : ' CM-ACCT
           DISPLAY 'NAME          : ' CM-NAME
           DISPLAY 'TIER          : ' CM-CCT
           DISPLAY 'STATUS        : ' CM-STATUS
           DISPLAY 'CREDIT LIMIT  : ' CM-LIMIT
           IF CM-PROMO-FROM IS NUMERIC AND CM-PROMO-FROM > ZERO
               DISPLAY 'PROMO RATE    : ' CM-PROMO-RATE
                   ' FROM ' CM-PROMO-FROM ' TO ' CM-PROMO-TO
           ELSE
               DISPLAY 'PROMO RATE    : NONE'
           END-IF.
       DISPLAY-MAILING-PARA.
           OPEN INPUT NAMADDR
           IF WS-NAMADDR-STATUS NOT = '00'
               DISPLAY 'MAILING       : NO NAME/ADDRESS MASTER ON HAND'
           ELSE
               MOVE CM-ACCT TO NA-KEY
               READ NAMADDR
                   INVALID KEY
                       DISPLAY 'MAILING       : NO ADDRESS ON FILE'
                   NOT INVALID KEY
                       PERFORM DISPLAY-ADDRESS-PARA
               END-READ
               CLOSE NAMADDR
           END-IF.
       DISPLAY-ADDRESS-PARA.
           DISPLAY 'MAIL NAME     : ' NA-NAME
           DISPLAY 'ADDRESS       : ' NA-ADDR1
           DISPLAY '                ' NA-ADDR2
           IF NA-UNDELIVERABLE
               DISPLAY 'MAILING       : UNDELIVERABLE SINCE '
                   NA-MAIL-DATE ' REASON ' NA-MAIL-REASON
           ELSE
               DISPLAY 'MAILING       : DELIVERABLE'
           END-IF
           EVALUATE TRUE
               WHEN NA-DELIV-ELEC
                   DISPLAY 'DELIVERY      : ELECTRONIC'
               WHEN NA-DELIV-BOTH
                   DISPLAY 'DELIVERY      : PAPER AND ELECTRONIC'
               WHEN OTHER
                   DISPLAY 'DELIVERY      : PAPER'
           END-EVALUATE.
      *    THE STATEMENT EXTRACTS ARE STAMPED BY CYCLE DATE AND LISTED
      *    IN THE GENERATION CATALOG; THE NEWEST ONE THAT CARRIES THE
      *    ACCOUNT IS ITS LATEST STATEMENT.
       DISPLAY-STATEMENT-PARA.
           OPEN INPUT GENCAT
           IF WS-GENCAT-STATUS = '35'
               SET WS-CAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CAT-EOF
               READ GENCAT
                   AT END SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       IF GC-CLASS = 'STMT' AND WS-ST-CNT < WS-ST-MAX
                           ADD 1 TO WS-ST-CNT
                           SET WS-ST-IDX TO WS-ST-CNT
                           MOVE GC-DATE TO WS-ST-DATE(WS-ST-IDX)
                           MOVE GC-DSN TO WS-ST-DSN(WS-ST-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GENCAT-STATUS NOT = '35'
               CLOSE GENCAT
           END-IF
           SET WS-ST-IDX TO 1
           PERFORM UNTIL WS-ST-IDX > WS-ST-CNT
               IF WS-ST-DATE(WS-ST-IDX) > WS-LATEST-DATE
                   PERFORM SEARCH-STATEMENT-PARA
               END-IF
               SET WS-ST-IDX UP BY 1
           END-PERFORM
           IF WS-LATEST-FOUND
               MOVE WS-LATEST-REC TO ST-REC
               DISPLAY 'LAST STATEMENT: ' WS-LATEST-DATE
               DISPLAY 'BALANCE BILLED: ' ST-BILL-AMT
               DISPLAY '  FEES        : ' ST-FEE-BAL
               DISPLAY '  INTEREST    : ' ST-INT-BAL
               DISPLAY '  PRINCIPAL   : ' ST-PRIN-BAL
               DISPLAY 'STMT STATUS   : ' ST-STATUS
               DISPLAY 'DAYS PAST DUE : ' ST-LATE-DAYS
               IF ST-PROMO = 'P'
                   DISPLAY 'PROMO APR WAS APPLIED ON THIS STATEMENT'
               END-IF
           ELSE
               DISPLAY 'LAST STATEMENT: NONE ON FILE'
           END-IF
           PERFORM DISPLAY-CHGTRK-PARA.
       SEARCH-STATEMENT-PARA.
           MOVE WS-ST-DSN(WS-ST-IDX) TO WS-STMT-DSN
           MOVE 'N' TO WS-STMT-EOF-SW
           OPEN INPUT STMT
           IF WS-STMT-STATUS NOT = '00'
               SET WS-STMT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-STMT-EOF
               READ STMT
                   AT END SET WS-STMT-EOF TO TRUE
                   NOT AT END
                       IF ST-ACCT = CM-ACCT
                           SET WS-LATEST-FOUND TO TRUE
                           MOVE WS-ST-DATE(WS-ST-IDX)
                               TO WS-LATEST-DATE
                           MOVE ST-REC TO WS-LATEST-REC
                           SET WS-STMT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STMT-STATUS = '00' OR WS-STMT-STATUS = '10'
               CLOSE STMT
           END-IF.
       DISPLAY-CHGTRK-PARA.
           OPEN INPUT CHGTRK
           IF WS-CHGTRK-STATUS = '35'
               SET WS-TRK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TRK-EOF
               READ CHGTRK
                   AT END SET WS-TRK-EOF TO TRUE
                   NOT AT END
                       IF CT-ACCT = CM-ACCT
                           SET WS-TRK-FOUND TO TRUE
                           DISPLAY 'DELQ90 CYCLES : ' CT-CYCLES
                               ' IN A ROW TOWARD CHARGE-OFF'
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHGTRK-STATUS NOT = '35'
               CLOSE CHGTRK
           END-IF
           IF NOT WS-TRK-FOUND
               DISPLAY 'DELQ90 CYCLES : NONE'
           END-IF.
       DISPLAY-DISPUTES-PARA.
           DISPLAY 'OPEN DISPUTES:'
           OPEN INPUT DISPCASE
           IF WS-DISPCASE-STATUS = '35'
               SET WS-CASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CASE-EOF
               READ DISPCASE
                   AT END SET WS-CASE-EOF TO TRUE
                   NOT AT END
                       IF DC-ACCT = CM-ACCT AND DC-STATUS NOT = 'CLOSED'
                           DISPLAY '  CASE ' DC-CASE ' OPENED '
                               DC-OPENED ' AMOUNT ' DC-AMT
                           ADD 1 TO WS-CASE-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DISPCASE-STATUS NOT = '35'
               CLOSE DISPCASE
           END-IF
           DISPLAY 'OPEN DISPUTES ON FILE: ' WS-CASE-CNT.
       DISPLAY-COLLECTIONS-PARA.
           DISPLAY 'COLLECTIONS PLACEMENTS:'
           OPEN INPUT PLACMST
           IF WS-PLACMST-STATUS = '35'
               SET WS-PLAC-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PLAC-EOF
               READ PLACMST
                   AT END SET WS-PLAC-EOF TO TRUE
                   NOT AT END
                       IF PL-ACCT = CM-ACCT
                           DISPLAY '  AGENCY ' PL-AGENCY ' PLACED '
                               PL-DATE ' ' PL-STATUS
                           DISPLAY '    PLACED AMT ' PL-AMT
                               ' RECOVERED ' PL-RECOV
                           ADD 1 TO WS-PLAC-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PLACMST-STATUS NOT = '35'
               CLOSE PLACMST
           END-IF
           DISPLAY 'PLACEMENTS ON FILE: ' WS-PLAC-CNT
           OPEN INPUT CHGREG
           IF WS-CHGREG-STATUS = '35'
               SET WS-CHG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CHG-EOF
               READ CHGREG
                   AT END SET WS-CHG-EOF TO TRUE
                   NOT AT END
                       IF CG-ACCT = CM-ACCT
                           DISPLAY 'CHARGED OFF   : ' CG-DATE
                               ' AMOUNT ' CG-AMT
                           DISPLAY 'RECOVERED     : ' CG-RECOVERED
                           ADD 1 TO WS-CHG-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHGREG-STATUS NOT = '35'
               CLOSE CHGREG
           END-IF
           IF WS-CHG-CNT = ZERO
               DISPLAY 'CHARGED OFF   : NO'
           END-IF.
