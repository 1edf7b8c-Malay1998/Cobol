           ASSIGN TO DYNAMIC WS-ESCHJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESCHJRNL-STATUS.
           SELECT UPRJRNL
           ASSIGN TO DYNAMIC WS-UPRJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UPRJRNL-STATUS.
           SELECT RCVJRNL
           ASSIGN TO DYNAMIC WS-RCVJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCVJRNL-STATUS.
           SELECT PAYJRNL
           ASSIGN TO DYNAMIC WS-PAYJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYJRNL-STATUS.
           SELECT FEEJRNL
           ASSIGN TO DYNAMIC WS-FEEJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEJRNL-STATUS.
           SELECT GLACCT
           ASSIGN TO DYNAMIC WS-GLACCT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           02 EJ-DR PIC 9(11).9(2).
           02 PIC X.
           02 EJ-CR PIC 9(11).9(2).
       FD UPRJRNL.
       01 UJP.
           02 UJ-DATE PIC 9(8).
           02 PIC X.
           02 UJ-ACCT PIC X(4).
           02 PIC X.
           02 UJ-DESC PIC X(18).
           02 PIC X.
           02 UJ-DR PIC 9(11).9(2).
           02 PIC X.
           02 UJ-CR PIC 9(11).9(2).
       FD RCVJRNL.
       01 RJP.
           02 RJ-DATE PIC 9(8).
           02 PIC X.
           02 RJ-ACCT PIC X(4).
           02 PIC X.
           02 RJ-DESC PIC X(18).
           02 PIC X.
           02 RJ-DR PIC 9(11).9(2).
           02 PIC X.
           02 RJ-CR PIC 9(11).9(2).
       FD PAYJRNL.
       01 PJP.
           02 PJ-DATE PIC 9(8).
           02 PIC X.
           02 PJ-ACCT PIC X(4).
           02 PIC X.
           02 PJ-DESC PIC X(18).
           02 PIC X.
           02 PJ-DR PIC 9(11).9(2).
           02 PIC X.
           02 PJ-CR PIC 9(11).9(2).
       FD FEEJRNL.
       01 DJP.
           02 DJ-DATE PIC 9(8).
           02 PIC X.
           02 DJ-ACCT PIC X(4).
           02 PIC X.
           02 DJ-DESC PIC X(18).
           02 PIC X.
           02 DJ-DR PIC 9(11).9(2).
           02 PIC X.
           02 DJ-CR PIC 9(11).9(2).
       FD GLACCT.
       01 GAP.
           02 GA-ACCT PIC X(4).
       01 WS-ESC-EOF-SW PIC X VALUE 'N'.
           88 WS-ESC-EOF VALUE 'Y'.
       01 WS-ESC-LINE-CNT PIC 9(5) VALUE ZERO.
       01 WS-UPRJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\UPRJRNL.PAT'.
       01 WS-UPRJRNL-DSN PIC X(100).
       01 WS-UPRJRNL-STATUS PIC X(2).
       01 WS-UPR-EOF-SW PIC X VALUE 'N'.
           88 WS-UPR-EOF VALUE 'Y'.
       01 WS-UPR-LINE-CNT PIC 9(5) VALUE ZERO.
       01 WS-RCVJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RCVJRNL.PAT'.
       01 WS-RCVJRNL-DSN PIC X(100).
       01 WS-RCVJRNL-STATUS PIC X(2).
       01 WS-RCV-EOF-SW PIC X VALUE 'N'.
           88 WS-RCV-EOF VALUE 'Y'.
       01 WS-RCV-LINE-CNT PIC 9(5) VALUE ZERO.
       01 WS-PAYJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PAYJRNL.PAT'.
       01 WS-PAYJRNL-DSN PIC X(100).
       01 WS-PAYJRNL-STATUS PIC X(2).
       01 WS-PAY-EOF-SW PIC X VALUE 'N'.
           88 WS-PAY-EOF VALUE 'Y'.
       01 WS-PAY-LINE-CNT PIC 9(5) VALUE ZERO.
       01 WS-FEEJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\FEEJRNL.PAT'.
       01 WS-FEEJRNL-DSN PIC X(100).
       01 WS-FEEJRNL-STATUS PIC X(2).
       01 WS-FEE-EOF-SW PIC X VALUE 'N'.
           88 WS-FEE-EOF VALUE 'Y'.
       01 WS-FEE-LINE-CNT PIC 9(5) VALUE ZERO.
       01 WS-GLJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\GLJRNL.PAT'.
       01 WS-GLJRNL-DSN PIC X(100).
           88 WS-COA-EOF VALUE 'Y'.
       01 WS-COA-LOADED-SW PIC X VALUE 'N'.
           88 WS-COA-LOADED VALUE 'Y'.
       01 WS-SECT-MAX PIC 9(3) COMP VALUE 100.
       01 WS-SECT-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-SECT-NO PIC 9(3) COMP VALUE ZERO.
       01 WS-SECT-FILE PIC X(8).
       01 WS-SECT-HDR PIC X(8).
       01 WS-TAKE-SW PIC X VALUE 'N'.
           88 WS-TAKE-SECT VALUE 'Y'.
       01 WS-SECT-TABLE.
           02 WS-SECT-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-SECT-IDX WS-LATER-IDX.
               03 WS-SECT-DATE PIC X(8).
               03 WS-SECT-TAKE-SW PIC X.
       01 WS-COA-MAX PIC 9(3) COMP VALUE 50.
       01 WS-COA-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-COA-TABLE.
           PERFORM COPY-FXJRNL-PARA.
           PERFORM COPY-CHGJRNL-PARA.
           PERFORM COPY-ESCHJRNL-PARA.
           PERFORM COPY-UPRJRNL-PARA.
           PERFORM COPY-RCVJRNL-PARA.
           PERFORM COPY-PAYJRNL-PARA.
           PERFORM COPY-FEEJRNL-PARA.
           MOVE WS-JRNL-CNT TO WS-ET-CNT.
           MOVE WS-DR-TOTAL TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO JRP.
           IF WS-ESCHJRNL-DSN = SPACES
               MOVE WS-ESCHJRNL-DSN-DFLT TO WS-ESCHJRNL-DSN
           END-IF
           MOVE WS-UPRJRNL-DSN-DFLT TO WS-UPRJRNL-DSN
           ACCEPT WS-UPRJRNL-DSN FROM ENVIRONMENT 'UPRJRNL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-UPRJRNL-DSN = SPACES
               MOVE WS-UPRJRNL-DSN-DFLT TO WS-UPRJRNL-DSN
           END-IF
           MOVE WS-RCVJRNL-DSN-DFLT TO WS-RCVJRNL-DSN
           ACCEPT WS-RCVJRNL-DSN FROM ENVIRONMENT 'RCVJRNL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RCVJRNL-DSN = SPACES
               MOVE WS-RCVJRNL-DSN-DFLT TO WS-RCVJRNL-DSN
           END-IF
           MOVE WS-PAYJRNL-DSN-DFLT TO WS-PAYJRNL-DSN
           ACCEPT WS-PAYJRNL-DSN FROM ENVIRONMENT 'PAYJRNL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PAYJRNL-DSN = SPACES
               MOVE WS-PAYJRNL-DSN-DFLT TO WS-PAYJRNL-DSN
           END-IF
           MOVE WS-FEEJRNL-DSN-DFLT TO WS-FEEJRNL-DSN
           ACCEPT WS-FEEJRNL-DSN FROM ENVIRONMENT 'FEEJRNL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FEEJRNL-DSN = SPACES
               MOVE WS-FEEJRNL-DSN-DFLT TO WS-FEEJRNL-DSN
           END-IF
           MOVE WS-GLACCT-DSN-DFLT TO WS-GLACCT-DSN
           ACCEPT WS-GLACCT-DSN FROM ENVIRONMENT 'GLACCT_DD'
               ON EXCEPTION CONTINUE
           IF WS-ESCHJRNL-STATUS NOT = '35'
               CLOSE ESCHJRNL
           END-IF.
      *    UPRVAL WRITES THE RESERVE MOVEMENT AFRESH EACH MONTH END
      *    AND THE FILE STAYS ON HAND BETWEEN CLOSES, SO ITS HEADER
      *    MUST BELONG TO THE MONTH BEING CLOSED OR NOTHING IS TAKEN.
       COPY-UPRJRNL-PARA.
           MOVE 'UPRJRNL' TO WS-SECT-FILE
           MOVE ZERO TO WS-SECT-CNT
           MOVE ZERO TO WS-SECT-NO
           MOVE 'N' TO WS-TAKE-SW
           OPEN INPUT UPRJRNL
           IF WS-UPRJRNL-STATUS = '35'
               DISPLAY 'GLEXTR: NO UNEARNED PREMIUM JOURNAL ON HAND'
               SET WS-UPR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-UPR-EOF
               READ UPRJRNL
                   AT END SET WS-UPR-EOF TO TRUE
                   NOT AT END
                       IF UJP(1:3) = 'HDR'
                           MOVE UJP(14:8) TO WS-SECT-HDR
                           PERFORM NOTE-SECTION-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UPRJRNL-STATUS NOT = '35'
               CLOSE UPRJRNL
               PERFORM MARK-SECTIONS-PARA
               MOVE 'N' TO WS-UPR-EOF-SW
               OPEN INPUT UPRJRNL
           END-IF
           PERFORM UNTIL WS-UPR-EOF
               READ UPRJRNL
                   AT END SET WS-UPR-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN UJP(1:3) = 'HDR'
                               PERFORM NEXT-SECTION-PARA
                           WHEN UJP(1:3) = 'TRL'
                               CONTINUE
                           WHEN WS-TAKE-SECT
                               MOVE UJ-ACCT TO JR-ACCT
                               MOVE UJ-DESC TO JR-DESC
                               MOVE UJ-DR TO JR-DR
                               MOVE UJ-CR TO JR-CR
                               PERFORM WRITE-JOURNAL-PARA
                               ADD 1 TO WS-UPR-LINE-CNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-UPRJRNL-STATUS NOT = '35'
               CLOSE UPRJRNL
           END-IF.
      *    SUBRO ADDS A HEADED SECTION FOR EVERY NIGHTLY RUN AND
      *    STARTS THE FILE AGAIN IN A NEW MONTH, SO THE WHOLE MONTH'S
      *    RECEIPTS ARE TAKEN HERE.  ONLY SECTIONS HEADED IN THE MONTH
      *    BEING CLOSED ARE TAKEN, AND A RERUN'S SECTION REPLACES THE
      *    EARLIER ONE FOR THE SAME DATE.
       COPY-RCVJRNL-PARA.
           MOVE 'RCVJRNL' TO WS-SECT-FILE
           MOVE ZERO TO WS-SECT-CNT
           MOVE ZERO TO WS-SECT-NO
           MOVE 'N' TO WS-TAKE-SW
           OPEN INPUT RCVJRNL
           IF WS-RCVJRNL-STATUS = '35'
               DISPLAY 'GLEXTR: NO CLAIM RECOVERY JOURNAL ON HAND'
               SET WS-RCV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RCV-EOF
               READ RCVJRNL
                   AT END SET WS-RCV-EOF TO TRUE
                   NOT AT END
                       IF RJP(1:3) = 'HDR'
                           MOVE RJP(14:8) TO WS-SECT-HDR
                           PERFORM NOTE-SECTION-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RCVJRNL-STATUS NOT = '35'
               CLOSE RCVJRNL
               PERFORM MARK-SECTIONS-PARA
               MOVE 'N' TO WS-RCV-EOF-SW
               OPEN INPUT RCVJRNL
           END-IF
           PERFORM UNTIL WS-RCV-EOF
               READ RCVJRNL
                   AT END SET WS-RCV-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RJP(1:3) = 'HDR'
                               PERFORM NEXT-SECTION-PARA
                           WHEN RJP(1:3) = 'TRL'
                               CONTINUE
                           WHEN WS-TAKE-SECT
                               MOVE RJ-ACCT TO JR-ACCT
                               MOVE RJ-DESC TO JR-DESC
                               MOVE RJ-DR TO JR-DR
                               MOVE RJ-CR TO JR-CR
                               PERFORM WRITE-JOURNAL-PARA
                               ADD 1 TO WS-RCV-LINE-CNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-RCVJRNL-STATUS NOT = '35'
               CLOSE RCVJRNL
           END-IF.
      *    PAYROLL ONLY JOURNALS ON A PAY DATE, ADDING A SECTION FOR
      *    EACH PAY RUN IN THE MONTH THE SAME WAY SUBRO DOES.
       COPY-PAYJRNL-PARA.
           MOVE 'PAYJRNL' TO WS-SECT-FILE
           MOVE ZERO TO WS-SECT-CNT
           MOVE ZERO TO WS-SECT-NO
           MOVE 'N' TO WS-TAKE-SW
           OPEN INPUT PAYJRNL
           IF WS-PAYJRNL-STATUS = '35'
               DISPLAY 'GLEXTR: NO PAYROLL JOURNAL ON HAND'
               SET WS-PAY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PAY-EOF
               READ PAYJRNL
                   AT END SET WS-PAY-EOF TO TRUE
                   NOT AT END
                       IF PJP(1:3) = 'HDR'
                           MOVE PJP(14:8) TO WS-SECT-HDR
                           PERFORM NOTE-SECTION-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYJRNL-STATUS NOT = '35'
               CLOSE PAYJRNL
               PERFORM MARK-SECTIONS-PARA
               MOVE 'N' TO WS-PAY-EOF-SW
               OPEN INPUT PAYJRNL
           END-IF
           PERFORM UNTIL WS-PAY-EOF
               READ PAYJRNL
                   AT END SET WS-PAY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PJP(1:3) = 'HDR'
                               PERFORM NEXT-SECTION-PARA
                           WHEN PJP(1:3) = 'TRL'
                               CONTINUE
                           WHEN WS-TAKE-SECT
                               MOVE PJ-ACCT TO JR-ACCT
                               MOVE PJ-DESC TO JR-DESC
                               MOVE PJ-DR TO JR-DR
                               MOVE PJ-CR TO JR-CR
                               PERFORM WRITE-JOURNAL-PARA
                               ADD 1 TO WS-PAY-LINE-CNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-PAYJRNL-STATUS NOT = '35'
               CLOSE PAYJRNL
           END-IF.
      *    DEPOSIT FEES ARE CHARGED ONCE A MONTH.  THE FEE JOURNAL
      *    STAYS ON HAND BETWEEN RUNS, SO ONLY ONE STAMPED WITH TODAY'S
      *    BUSINESS DATE IS CARRIED INTO THE LEDGER.
       COPY-FEEJRNL-PARA.
           OPEN INPUT FEEJRNL
           IF WS-FEEJRNL-STATUS = '35'
               SET WS-FEE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-FEE-EOF
               READ FEEJRNL
                   AT END SET WS-FEE-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DJP(1:3) = 'HDR'
                               IF DJP(14:8) NOT = WS-BUS-DATE
                                   SET WS-FEE-EOF TO TRUE
                               END-IF
                           WHEN DJP(1:3) = 'TRL'
                               CONTINUE
                           WHEN OTHER
                               MOVE DJ-ACCT TO JR-ACCT
                               MOVE DJ-DESC TO JR-DESC
                               MOVE DJ-DR TO JR-DR
                               MOVE DJ-CR TO JR-CR
                               PERFORM WRITE-JOURNAL-PARA
                               ADD 1 TO WS-FEE-LINE-CNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-FEEJRNL-STATUS NOT = '35'
               CLOSE FEEJRNL
           END-IF.
      *    EACH RUN OF A PRODUCER HEADS ITS OWN SECTION OF THE FILE.
      *    THE FIRST PASS LISTS THE SECTIONS IN ORDER.
       NOTE-SECTION-PARA.
           IF WS-SECT-CNT NOT < WS-SECT-MAX
               DISPLAY 'GLEXTR: ' WS-SECT-FILE ' HAS MORE THAN '
                   WS-SECT-MAX ' RUNS ON FILE, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SECT-CNT
           SET WS-SECT-IDX TO WS-SECT-CNT
           MOVE WS-SECT-HDR TO WS-SECT-DATE(WS-SECT-IDX)
           MOVE 'N' TO WS-SECT-TAKE-SW(WS-SECT-IDX).
      *    A SECTION IS TAKEN WHEN ITS HEADER FALLS IN THE MONTH BEING
      *    CLOSED AND NO LATER SECTION CARRIES THE SAME DATE; A LATER
      *    ONE IS A RERUN OF THAT NIGHT AND REPLACES IT.
       MARK-SECTIONS-PARA.
           SET WS-SECT-IDX TO 1
           PERFORM UNTIL WS-SECT-IDX > WS-SECT-CNT
               IF WS-SECT-DATE(WS-SECT-IDX)(1:6) = WS-BUS-DATE(1:6)
                   MOVE 'Y' TO WS-SECT-TAKE-SW(WS-SECT-IDX)
               ELSE
                   DISPLAY 'GLEXTR: ' WS-SECT-FILE ' RUN DATED '
                       WS-SECT-DATE(WS-SECT-IDX)
                       ' IS OUTSIDE THE MONTH BEING CLOSED, NOT TAKEN'
               END-IF
               SET WS-LATER-IDX TO WS-SECT-IDX
               SET WS-LATER-IDX UP BY 1
               PERFORM UNTIL WS-LATER-IDX > WS-SECT-CNT
                   IF WS-SECT-DATE(WS-LATER-IDX) =
                      WS-SECT-DATE(WS-SECT-IDX) AND
                      WS-SECT-TAKE-SW(WS-SECT-IDX) = 'Y'
                       DISPLAY 'GLEXTR: ' WS-SECT-FILE ' RUN DATED '
                           WS-SECT-DATE(WS-SECT-IDX)
                           ' REPLACED BY A RERUN, NOT TAKEN'
                       MOVE 'N' TO WS-SECT-TAKE-SW(WS-SECT-IDX)
                   END-IF
                   SET WS-LATER-IDX UP BY 1
               END-PERFORM
               SET WS-SECT-IDX UP BY 1
           END-PERFORM.
       NEXT-SECTION-PARA.
           ADD 1 TO WS-SECT-NO
           SET WS-SECT-IDX TO WS-SECT-NO
           MOVE WS-SECT-TAKE-SW(WS-SECT-IDX) TO WS-TAKE-SW.
      *    A LINE THE LEDGER SYSTEM WOULD BOUNCE IN THREE WEEKS IS
      *    STOPPED HERE INSTEAD: UNKNOWN OR INACTIVE ACCOUNTS GO TO
      *    THE REJECT FILE AND THE RUN ENDS NONZERO.  THE DR/CR
           DISPLAY 'FX REVAL LINES       : ' WS-FX-LINE-CNT.
           DISPLAY 'CHARGE-OFF LINES     : ' WS-CHG-LINE-CNT.
           DISPLAY 'ESCHEATMENT LINES    : ' WS-ESC-LINE-CNT.
           DISPLAY 'UPR MOVEMENT LINES   : ' WS-UPR-LINE-CNT.
           DISPLAY 'CLAIM RECOVERY LINES : ' WS-RCV-LINE-CNT.
           DISPLAY 'PAYROLL LINES        : ' WS-PAY-LINE-CNT.
           DISPLAY 'DEPOSIT FEE LINES    : ' WS-FEE-LINE-CNT.
           DISPLAY 'DEBIT TOTAL          : ' WS-DR-TOTAL.
           DISPLAY 'CREDIT TOTAL         : ' WS-CR-TOTAL.
           DISPLAY 'LINES REJECTED       : ' WS-REJ-CNT.
