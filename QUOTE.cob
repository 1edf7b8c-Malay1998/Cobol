       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTREQ
           ASSIGN TO DYNAMIC WS-QUOTREQ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTREQ-STATUS.
           SELECT QUOTRESP
           ASSIGN TO DYNAMIC WS-QUOTRESP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTRESP-STATUS.
           SELECT QUOTREG
           ASSIGN TO DYNAMIC WS-QUOTREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTREG-STATUS.
           SELECT QUOTNEW
           ASSIGN TO DYNAMIC WS-QUOTNEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTNEW-STATUS.
           SELECT POLFEED
           ASSIGN TO DYNAMIC WS-POLFEED-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLFEED-STATUS.
           SELECT POLBIND
           ASSIGN TO DYNAMIC WS-POLBIND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLBIND-STATUS.
           SELECT QUOTPRC
           ASSIGN TO DYNAMIC WS-QUOTPRC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTPRC-STATUS.
           SELECT QUOTLTR
           ASSIGN TO DYNAMIC WS-QUOTLTR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTLTR-STATUS.
           SELECT MAILPC
           ASSIGN TO DYNAMIC WS-MAILPC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILPC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD QUOTREQ.
           COPY QUOTREQ.
      *    BIND INSTRUCTIONS FROM THE AGENCY ADMINISTRATION DESK: BIND
      *    NAMES THE POLICY NUMBER THE BUSINESS IS TO CARRY, DECLINE
      *    RECORDS THAT THE PROSPECT TURNED THE QUOTE DOWN.
       FD QUOTRESP.
       01 QBP.
           02 QB-QUOTE PIC X(8).
           02 PIC X.
           02 QB-ACTION PIC X(7).
           02 PIC X.
           02 QB-POLICY PIC X(5).
       FD QUOTREG.
           COPY QUOTREG.
       FD QUOTNEW.
       01 QNP PIC X(183).
       FD POLFEED.
       01 PF-LINE PIC X(52).
       FD POLBIND.
           COPY POLYIN.
       FD QUOTPRC.
           COPY QUOTPRC.
       FD QUOTLTR.
       01 PRT-LINE PIC X(80).
       FD MAILPC.
           COPY MAILPC.
       WORKING-STORAGE SECTION.
       01 WS-QUOTREQ-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\QUOTREQ.PAT'.
       01 WS-QUOTREQ-DSN PIC X(100).
       01 WS-QUOTREQ-STATUS PIC X(2).
       01 WS-QUOTRESP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\QUOTRESP.PAT'.
       01 WS-QUOTRESP-DSN PIC X(100).
       01 WS-QUOTRESP-STATUS PIC X(2).
       01 WS-QUOTREG-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\QUOTREG.PAT'.
       01 WS-QUOTREG-DSN PIC X(100).
       01 WS-QUOTREG-STATUS PIC X(2).
       01 WS-QUOTNEW-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\QUOTNEW.PAT'.
       01 WS-QUOTNEW-DSN PIC X(100).
       01 WS-QUOTNEW-STATUS PIC X(2).
       01 WS-POLFEED-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\POLICY.PAT'.
       01 WS-POLFEED-DSN PIC X(100).
       01 WS-POLFEED-STATUS PIC X(2).
       01 WS-POLBIND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\POLBIND.PAT'.
       01 WS-POLBIND-DSN PIC X(100).
       01 WS-POLBIND-STATUS PIC X(2).
       01 WS-QUOTPRC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\QUOTPRC.PAT'.
       01 WS-QUOTPRC-DSN PIC X(100).
       01 WS-QUOTPRC-STATUS PIC X(2).
       01 WS-QUOTLTR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\QUOTLTR.PAT'.
       01 WS-QUOTLTR-DSN PIC X(100).
       01 WS-QUOTLTR-STATUS PIC X(2).
       01 WS-MAILPC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILPC.PAT'.
       01 WS-MAILPC-DSN PIC X(100).
       01 WS-MAILPC-STATUS PIC X(2).
       01 WS-REQ-EOF-SW PIC X VALUE 'N'.
           88 WS-REQ-EOF VALUE 'Y'.
       01 WS-RESP-EOF-SW PIC X VALUE 'N'.
           88 WS-RESP-EOF VALUE 'Y'.
       01 WS-REG-EOF-SW PIC X VALUE 'N'.
           88 WS-REG-EOF VALUE 'Y'.
       01 WS-FEED-EOF-SW PIC X VALUE 'N'.
           88 WS-FEED-EOF VALUE 'Y'.
       01 WS-FEED-SW PIC X VALUE 'N'.
           88 WS-FEED-ON-HAND VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-RATE-DATE PIC 9(8).
      *    A QUOTED PRICE HOLDS FOR WS-QUOTE-DAYS CALENDAR DAYS FROM
      *    THE QUOTE DATE; AN OPEN QUOTE NOT BOUND BY THEN LAPSES.
       01 WS-QUOTE-DAYS PIC 9(3) VALUE 30.
       01 WS-TODAY-INT PIC 9(7) COMP.
       01 WS-EXPIRY-INT PIC 9(7) COMP.
       01 WS-EXPIRY-DATE PIC 9(8).
       01 WS-LAST-SEQ PIC 9(7) VALUE ZERO.
       01 WS-RESP-MAX PIC 9(4) COMP VALUE 1000.
       01 WS-RESP-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RESP-TABLE.
           02 WS-RESP-ENTRY OCCURS 1000 TIMES INDEXED BY WS-RESP-IDX.
               03 WS-RESP-QUOTE PIC X(8).
               03 WS-RESP-ACTION PIC X(7).
               03 WS-RESP-POLICY PIC X(5).
               03 WS-RESP-USED PIC X(1).
       01 WS-RESP-SW PIC X.
           88 WS-RESP-FOUND VALUE 'Y'.
       01 WS-I PIC 9(4) COMP.
       01 WS-SUM PIC 9(6)V9(2).
       01 WS-TERM PIC 9(2).
       01 WS-AMT PIC 9(5)V9(2).
       01 WS-TAX PIC 9(6)V9(2).
       01 WS-PGM PIC X(6).
       01 WS-RISK PIC X(1).
       01 WS-ELAPSED-ZERO PIC 9(2) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(30).
       01 WS-FEED-CNT PIC 9(7) VALUE ZERO.
       01 WS-FEED-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-FEED-AMT PIC 9(5)V9(2).
       01 WS-FEED-TRL-SW PIC X VALUE 'N'.
           88 WS-FEED-TRL-SEEN VALUE 'Y'.
       01 WS-FEED-HDR-SW PIC X VALUE 'N'.
           88 WS-FEED-HDR-SEEN VALUE 'Y'.
       01 WS-TRL-IMAGE PIC X(28).
       01 WS-BIND-CNT PIC 9(7) VALUE ZERO.
       01 WS-BIND-HASH PIC 9(13)V9(2) VALUE ZERO.
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
       01 WS-REG-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REQ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-QUOTED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-BOUND-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-DECLINE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LAPSED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-OPEN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ERROR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-QUOTED-TOTAL PIC 9(9)V9(2) VALUE ZERO.
       01 WS-BOUND-TOTAL PIC 9(9)V9(2) VALUE ZERO.
       01 WS-AMT-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-TOT-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-WORK-AMT PIC 9(6)V9(2).
       01 WS-WORK-LINE PIC X(80).
       01 WS-PAGE-NO PIC 9(5) VALUE ZERO.
       01 WS-PAGE-NO-ED PIC ZZZZ9.
       01 WS-LINE-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PAGE-SIZE PIC 9(3) COMP VALUE 26.
       01 WS-BLOCK-LINES PIC 9(3) COMP VALUE 11.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'QUOTE' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE TO WS-RATE-DATE.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RATE-DATE)
           COMPUTE WS-EXPIRY-INT = WS-TODAY-INT + WS-QUOTE-DAYS
           COMPUTE WS-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
           PERFORM VERIFY-FEED-PARA.
           PERFORM LOAD-RESPONSES-PARA.
           OPEN OUTPUT QUOTNEW.
           IF WS-QUOTNEW-STATUS NOT = '00'
               DISPLAY 'QUOTE: UNABLE TO OPEN QUOTNEW FILE, STATUS='
                   WS-QUOTNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POLBIND.
           IF WS-POLBIND-STATUS NOT = '00'
               DISPLAY 'QUOTE: UNABLE TO OPEN POLBIND FILE, STATUS='
                   WS-POLBIND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT QUOTPRC.
           OPEN OUTPUT QUOTLTR.
           OPEN EXTEND MAILPC.
           IF WS-MAILPC-STATUS = '35'
               OPEN OUTPUT MAILPC
           END-IF.
           MOVE 'QUOTE' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE SPACES TO INP.
           MOVE WS-HDR-IMAGE TO INP.
           WRITE INP.
           PERFORM COPY-FEED-PARA.
           DISPLAY '===== QUOTATION AND BIND RUN ====='
           PERFORM AGE-REGISTER-PARA.
           PERFORM NEW-QUOTES-PARA.
           MOVE WS-FEED-CNT TO WS-ET-CNT.
           ADD WS-BIND-CNT TO WS-ET-CNT.
           COMPUTE WS-ET-HASH = WS-FEED-HASH + WS-BIND-HASH.
           MOVE SPACES TO INP.
           MOVE WS-EXPECT-TRL TO INP.
           WRITE INP.
           CLOSE POLBIND.
           CLOSE QUOTNEW.
           CLOSE QUOTPRC.
           CLOSE QUOTLTR.
           CLOSE MAILPC.
           PERFORM REPLACE-REGISTER-PARA.
           PERFORM REPORT-UNUSED-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-QUOTREQ-DSN-DFLT TO WS-QUOTREQ-DSN
           ACCEPT WS-QUOTREQ-DSN FROM ENVIRONMENT 'QUOTREQ_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-QUOTREQ-DSN = SPACES
               MOVE WS-QUOTREQ-DSN-DFLT TO WS-QUOTREQ-DSN
           END-IF
           MOVE WS-QUOTRESP-DSN-DFLT TO WS-QUOTRESP-DSN
           ACCEPT WS-QUOTRESP-DSN FROM ENVIRONMENT 'QUOTRESP_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-QUOTRESP-DSN = SPACES
               MOVE WS-QUOTRESP-DSN-DFLT TO WS-QUOTRESP-DSN
           END-IF
           MOVE WS-QUOTREG-DSN-DFLT TO WS-QUOTREG-DSN
           ACCEPT WS-QUOTREG-DSN FROM ENVIRONMENT 'QUOTREG_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-QUOTREG-DSN = SPACES
               MOVE WS-QUOTREG-DSN-DFLT TO WS-QUOTREG-DSN
           END-IF
           MOVE WS-QUOTNEW-DSN-DFLT TO WS-QUOTNEW-DSN
           ACCEPT WS-QUOTNEW-DSN FROM ENVIRONMENT 'QUOTNEW_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-QUOTNEW-DSN = SPACES
               MOVE WS-QUOTNEW-DSN-DFLT TO WS-QUOTNEW-DSN
           END-IF
           MOVE WS-POLFEED-DSN-DFLT TO WS-POLFEED-DSN
           ACCEPT WS-POLFEED-DSN FROM ENVIRONMENT 'POLICY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-POLFEED-DSN = SPACES
               MOVE WS-POLFEED-DSN-DFLT TO WS-POLFEED-DSN
           END-IF
           MOVE WS-POLBIND-DSN-DFLT TO WS-POLBIND-DSN
           ACCEPT WS-POLBIND-DSN FROM ENVIRONMENT 'POLBIND_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-POLBIND-DSN = SPACES
               MOVE WS-POLBIND-DSN-DFLT TO WS-POLBIND-DSN
           END-IF
           MOVE WS-QUOTPRC-DSN-DFLT TO WS-QUOTPRC-DSN
           ACCEPT WS-QUOTPRC-DSN FROM ENVIRONMENT 'QUOTPRC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-QUOTPRC-DSN = SPACES
               MOVE WS-QUOTPRC-DSN-DFLT TO WS-QUOTPRC-DSN
           END-IF
           MOVE WS-QUOTLTR-DSN-DFLT TO WS-QUOTLTR-DSN
           ACCEPT WS-QUOTLTR-DSN FROM ENVIRONMENT 'QUOTLTR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-QUOTLTR-DSN = SPACES
               MOVE WS-QUOTLTR-DSN-DFLT TO WS-QUOTLTR-DSN
           END-IF
           MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           ACCEPT WS-MAILPC-DSN FROM ENVIRONMENT 'MAILPC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILPC-DSN = SPACES
               MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           END-IF.
      *    THE AGREED-BUSINESS FEED IS PROVED AGAINST ITS OWN TRAILER
      *    BEFORE ANY OF IT IS PASSED ON; A NIGHT WITH NO FEED STILL
      *    PASSES ON WHATEVER WAS BOUND.
       VERIFY-FEED-PARA.
           OPEN INPUT POLFEED
           IF WS-POLFEED-STATUS = '00'
               SET WS-FEED-ON-HAND TO TRUE
           ELSE
               DISPLAY 'QUOTE: NO POLICY FEED ON HAND, STATUS='
                   WS-POLFEED-STATUS ', BOUND QUOTES ONLY'
               SET WS-FEED-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-FEED-EOF
               READ POLFEED
                   AT END SET WS-FEED-EOF TO TRUE
                   NOT AT END PERFORM VERIFY-FEED-LINE-PARA
               END-READ
           END-PERFORM
           IF WS-FEED-ON-HAND
               CLOSE POLFEED
           END-IF
           IF WS-FEED-HDR-SEEN
               IF NOT WS-FEED-TRL-SEEN
                   DISPLAY 'QUOTE: POLICY FEED HAS HEADER BUT NO '
                       'TRAILER, POSSIBLE TRUNCATION'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-FEED-CNT TO WS-ET-CNT
               MOVE WS-FEED-HASH TO WS-ET-HASH
               IF WS-TRL-IMAGE NOT = WS-EXPECT-TRL
                   DISPLAY 'QUOTE: POLICY FEED TRAILER DOES NOT '
                       'MATCH FILE CONTENT'
                   DISPLAY 'TRAILER : ' WS-TRL-IMAGE
                   DISPLAY 'COMPUTED: ' WS-EXPECT-TRL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       VERIFY-FEED-LINE-PARA.
           EVALUATE TRUE
               WHEN PF-LINE(1:3) = 'HDR'
                   SET WS-FEED-HDR-SEEN TO TRUE
               WHEN PF-LINE(1:3) = 'TRL'
                   SET WS-FEED-TRL-SEEN TO TRUE
                   MOVE PF-LINE(1:28) TO WS-TRL-IMAGE
               WHEN OTHER
                   ADD 1 TO WS-FEED-CNT
                   IF PF-LINE(18:5) IS NUMERIC AND
                      PF-LINE(24:2) IS NUMERIC
                       MOVE PF-LINE(18:8) TO I-AMT
                       MOVE I-AMT TO WS-FEED-AMT
                       ADD WS-FEED-AMT TO WS-FEED-HASH
                   END-IF
           END-EVALUATE.
       COPY-FEED-PARA.
           IF WS-FEED-ON-HAND
               MOVE 'N' TO WS-FEED-EOF-SW
               OPEN INPUT POLFEED
               PERFORM UNTIL WS-FEED-EOF
                   READ POLFEED
                       AT END SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           IF PF-LINE(1:3) NOT = 'HDR' AND
                              PF-LINE(1:3) NOT = 'TRL'
                               MOVE SPACES TO INP
                               MOVE PF-LINE TO INP
                               WRITE INP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLFEED
           END-IF.
       LOAD-RESPONSES-PARA.
           OPEN INPUT QUOTRESP
           IF WS-QUOTRESP-STATUS NOT = '00'
               DISPLAY 'QUOTE: NO BIND INSTRUCTIONS, QUOTES AGED ONLY'
               SET WS-RESP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RESP-EOF
               READ QUOTRESP
                   AT END SET WS-RESP-EOF TO TRUE
                   NOT AT END PERFORM LOAD-ONE-RESPONSE-PARA
               END-READ
           END-PERFORM
           IF WS-QUOTRESP-STATUS = '00' OR WS-QUOTRESP-STATUS = '10'
               CLOSE QUOTRESP
           END-IF.
       LOAD-ONE-RESPONSE-PARA.
           IF WS-RESP-CNT >= WS-RESP-MAX
               DISPLAY 'QUOTE: BIND TABLE FULL, EXTRA INSTRUCTIONS '
                   'IGNORED'
           ELSE
               ADD 1 TO WS-RESP-CNT
               SET WS-RESP-IDX TO WS-RESP-CNT
               MOVE QB-QUOTE TO WS-RESP-QUOTE(WS-RESP-IDX)
               MOVE QB-ACTION TO WS-RESP-ACTION(WS-RESP-IDX)
               MOVE QB-POLICY TO WS-RESP-POLICY(WS-RESP-IDX)
               MOVE 'N' TO WS-RESP-USED(WS-RESP-IDX)
           END-IF.
      *    EVERY QUOTE ON THE REGISTER IS CARRIED TO THE NEW REGISTER.
      *    AN OPEN QUOTE IS BOUND OR DECLINED WHEN THE DESK SAYS SO,
      *    AND LAPSES ON ITS OWN ONCE ITS EXPIRY DATE HAS PASSED.
       AGE-REGISTER-PARA.
           OPEN INPUT QUOTREG
           IF WS-QUOTREG-STATUS NOT = '00'
               DISPLAY 'QUOTE: NO QUOTE REGISTER ON HAND, STARTING '
                   'A NEW ONE'
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REG-EOF
               READ QUOTREG
                   AT END SET WS-REG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REG-CNT
                       IF QT-Q-SEQ IS NUMERIC AND
                          QT-Q-SEQ > WS-LAST-SEQ
                           MOVE QT-Q-SEQ TO WS-LAST-SEQ
                       END-IF
                       IF QT-OPEN
                           PERFORM AGE-QUOTE-PARA
                       END-IF
                       MOVE QTP TO QNP
                       WRITE QNP
               END-READ
           END-PERFORM
           IF WS-QUOTREG-STATUS = '00' OR WS-QUOTREG-STATUS = '10'
               CLOSE QUOTREG
           END-IF.
       AGE-QUOTE-PARA.
           PERFORM FIND-RESPONSE-PARA
           EVALUATE TRUE
               WHEN NOT WS-RESP-FOUND
                   IF QT-EXPIRY < WS-BUS-DATE
                       PERFORM LAPSE-QUOTE-PARA
                   ELSE
                       ADD 1 TO WS-OPEN-CNT
                   END-IF
               WHEN WS-RESP-ACTION(WS-RESP-IDX) = 'BIND'
                   MOVE 'Y' TO WS-RESP-USED(WS-RESP-IDX)
                   PERFORM BIND-QUOTE-PARA
               WHEN WS-RESP-ACTION(WS-RESP-IDX) = 'DECLINE'
                   MOVE 'Y' TO WS-RESP-USED(WS-RESP-IDX)
                   SET QT-DECLINED TO TRUE
                   MOVE WS-BUS-DATE TO QT-ACT-DATE
                   ADD 1 TO WS-DECLINE-CNT
                   DISPLAY 'DECLINED: ' QT-QUOTE ' AGENT ' QT-AGENT
                       ' ' QT-LOB
               WHEN OTHER
                   MOVE 'Y' TO WS-RESP-USED(WS-RESP-IDX)
                   ADD 1 TO WS-ERROR-CNT
                   ADD 1 TO WS-OPEN-CNT
                   DISPLAY 'QUOTE: BAD INSTRUCTION '
                       WS-RESP-ACTION(WS-RESP-IDX) ' FOR QUOTE '
                       QT-QUOTE
           END-EVALUATE.
       FIND-RESPONSE-PARA.
           MOVE 'N' TO WS-RESP-SW
           SET WS-RESP-IDX TO 1
           PERFORM UNTIL WS-RESP-IDX > WS-RESP-CNT OR WS-RESP-FOUND
               IF WS-RESP-QUOTE(WS-RESP-IDX) = QT-QUOTE AND
                  WS-RESP-USED(WS-RESP-IDX) = 'N'
                   SET WS-RESP-FOUND TO TRUE
               ELSE
                   SET WS-RESP-IDX UP BY 1
               END-IF
           END-PERFORM.
       LAPSE-QUOTE-PARA.
           SET QT-LAPSED TO TRUE
           MOVE WS-BUS-DATE TO QT-ACT-DATE
           ADD 1 TO WS-LAPSED-CNT
           DISPLAY 'LAPSED UNBOUND: ' QT-QUOTE ' AGENT ' QT-AGENT
               ' ' QT-LOB ' EXPIRED ' QT-EXPIRY.
      *    A BOUND QUOTE GOES ON AS ORDINARY POLICY INPUT AT THE
      *    QUOTED PRICE: THE POLICY RECORD ITSELF, PLUS A QUOTPRC
      *    ENTRY FILEHANDLING PRICES IT FROM INSTEAD OF TONIGHT'S
      *    RATES.  A QUOTE PAST ITS EXPIRY CAN NO LONGER BE BOUND.
       BIND-QUOTE-PARA.
           EVALUATE TRUE
               WHEN QT-EXPIRY < WS-BUS-DATE
                   ADD 1 TO WS-ERROR-CNT
                   DISPLAY 'QUOTE: ' QT-QUOTE ' EXPIRED ' QT-EXPIRY
                       ', NOT BOUND'
                   PERFORM LAPSE-QUOTE-PARA
               WHEN WS-RESP-POLICY(WS-RESP-IDX) IS NOT NUMERIC
                   ADD 1 TO WS-ERROR-CNT
                   ADD 1 TO WS-OPEN-CNT
                   DISPLAY 'QUOTE: BIND FOR ' QT-QUOTE
                       ' NAMES NO VALID POLICY NUMBER, NOT BOUND'
               WHEN OTHER
                   SET QT-BOUND TO TRUE
                   MOVE WS-RESP-POLICY(WS-RESP-IDX) TO QT-POLICY
                   MOVE WS-BUS-DATE TO QT-ACT-DATE
                   PERFORM WRITE-BIND-PARA
           END-EVALUATE.
       WRITE-BIND-PARA.
           MOVE SPACES TO INP
           MOVE QT-POLICY TO I-NUM
           MOVE QT-TERM TO I-TERM
           MOVE QT-LOB TO I-LOB
           MOVE QT-AMT TO I-AMT
           MOVE 'ACTIVE' TO I-STATUS
           MOVE ZERO TO I-ELAPSED
           MOVE QT-AGENT TO I-AGENT
           MOVE QT-CUST TO I-CUST
           MOVE QT-CCY TO I-CCY
           WRITE INP
           ADD 1 TO WS-BIND-CNT
           MOVE QT-AMT TO WS-AMT
           ADD WS-AMT TO WS-BIND-HASH
           MOVE SPACES TO QPP
           MOVE QT-POLICY TO QP-POLICY
           MOVE QT-QUOTE TO QP-QUOTE
           MOVE QT-SUM TO QP-SUM
           MOVE QT-TAX TO QP-TAX
           WRITE QPP
           ADD 1 TO WS-BOUND-CNT
           MOVE QT-SUM TO WS-SUM
           ADD WS-SUM TO WS-BOUND-TOTAL
           DISPLAY 'BOUND: ' QT-QUOTE ' AS POLICY ' QT-POLICY
               ' AGENT ' QT-AGENT ' ' QT-LOB ' PREMIUM ' QT-SUM.
      *    EACH NEW REQUEST IS PRICED AT THE RATES IN FORCE ON THE
      *    QUOTE DATE, GIVEN THE NEXT QUOTE NUMBER AND ITS EXPIRY,
      *    PUT ON THE REGISTER AS OPEN AND SENT A QUOTE LETTER.
       NEW-QUOTES-PARA.
           OPEN INPUT QUOTREQ
           IF WS-QUOTREQ-STATUS NOT = '00'
               DISPLAY 'QUOTE: NO QUOTE REQUESTS TODAY'
               SET WS-REQ-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REQ-EOF
               READ QUOTREQ
                   AT END SET WS-REQ-EOF TO TRUE
                   NOT AT END
                       IF QQP(1:3) NOT = 'HDR' AND
                          QQP(1:3) NOT = 'TRL'
                           ADD 1 TO WS-REQ-CNT
                           PERFORM EDIT-REQUEST-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QUOTREQ-STATUS = '00' OR WS-QUOTREQ-STATUS = '10'
               CLOSE QUOTREQ
           END-IF.
       EDIT-REQUEST-PARA.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN QQ-AGENT = SPACES
                   MOVE 'NO AGENT' TO WS-REJECT-REASON
               WHEN QQ-LOB = SPACES
                   MOVE 'NO LINE OF BUSINESS' TO WS-REJECT-REASON
               WHEN QQ-TERM IS NOT NUMERIC
                   MOVE 'TERM NOT NUMERIC' TO WS-REJECT-REASON
               WHEN QQ-TERM = ZERO
                   MOVE 'TERM IS ZERO' TO WS-REJECT-REASON
               WHEN QQ-AMT(1:5) IS NOT NUMERIC OR
                    QQ-AMT(7:2) IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN QQ-NAME = SPACES OR QQ-ADDR1 = SPACES
                   MOVE 'NO NAME/ADDRESS FOR LETTER'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM PRICE-QUOTE-PARA
           ELSE
               ADD 1 TO WS-REJECT-CNT
               DISPLAY 'QUOTE: REQUEST FROM AGENT ' QQ-AGENT
                   ' FOR CUSTOMER ' QQ-CUST ' REJECTED - '
                   WS-REJECT-REASON
           END-IF.
       PRICE-QUOTE-PARA.
           EVALUATE TRUE
           WHEN QQ-LOB = 'LIFE'
           MOVE 'H' TO WS-RISK
           WHEN QQ-LOB = 'HEALTH'
           MOVE 'H' TO WS-RISK
           WHEN QQ-LOB = 'CHILD'
           MOVE 'M' TO WS-RISK
           WHEN QQ-LOB = 'AUTO'
           MOVE 'A' TO WS-RISK
           WHEN QQ-LOB = 'PROPERT'
           MOVE 'P' TO WS-RISK
           WHEN QQ-LOB = 'TRAVEL'
           MOVE 'T' TO WS-RISK
           WHEN OTHER
           MOVE 'I' TO WS-RISK
           END-EVALUATE
           MOVE QQ-TERM TO WS-TERM
           MOVE QQ-AMT TO WS-AMT
           MOVE 'SUBPGM' TO WS-PGM
           CALL WS-PGM USING WS-SUM,WS-TERM,WS-AMT,WS-TAX,QQ-LOB,
                             WS-RISK,WS-ELAPSED-ZERO,WS-RATE-DATE
           ADD 1 TO WS-LAST-SEQ
           MOVE SPACES TO QTP
           MOVE 'Q' TO QT-Q-PFX
           MOVE WS-LAST-SEQ TO QT-Q-SEQ
           SET QT-OPEN TO TRUE
           MOVE WS-BUS-DATE TO QT-DATE
           MOVE WS-EXPIRY-DATE TO QT-EXPIRY
           MOVE QQ-AGENT TO QT-AGENT
           MOVE QQ-LOB TO QT-LOB
           MOVE QQ-TERM TO QT-TERM
           MOVE WS-AMT TO QT-AMT
           MOVE QQ-CUST TO QT-CUST
           MOVE QQ-CCY TO QT-CCY
           MOVE WS-SUM TO QT-SUM
           MOVE WS-TAX TO QT-TAX
           MOVE ZERO TO QT-ACT-DATE
           MOVE QQ-NAME TO QT-NAME
           MOVE QQ-ADDR1 TO QT-ADDR1
           MOVE QQ-ADDR2 TO QT-ADDR2
           MOVE QTP TO QNP
           WRITE QNP
           ADD 1 TO WS-QUOTED-CNT
           ADD WS-SUM TO WS-QUOTED-TOTAL
           PERFORM RENDER-LETTER-PARA.
       PAGE-HEADER-PARA.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-NO-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'NEW BUSINESS QUOTATIONS        RUN DATE '
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
           IF WS-PAGE-NO = ZERO OR
              WS-LINE-CNT + WS-BLOCK-LINES > WS-PAGE-SIZE
               PERFORM PAGE-HEADER-PARA
           END-IF.
       RENDER-LETTER-PARA.
           PERFORM CHECK-PAGE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'QUOTATION ' DELIMITED BY SIZE
                  QT-QUOTE DELIMITED BY SIZE
                  '   DATED ' DELIMITED BY SIZE
                  QT-DATE DELIMITED BY SIZE
                  '   VALID TO ' DELIMITED BY SIZE
                  QT-EXPIRY DELIMITED BY SIZE
                  '   AGENT ' DELIMITED BY SIZE
                  QT-AGENT DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'PREPARED FOR: ' DELIMITED BY SIZE
                  QT-NAME DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING '              ' DELIMITED BY SIZE
                  QT-ADDR1 DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING '              ' DELIMITED BY SIZE
                  QT-ADDR2 DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'LINE OF BUSINESS: ' DELIMITED BY SIZE
                  QT-LOB DELIMITED BY SIZE
                  '   TERM: ' DELIMITED BY SIZE
                  QT-TERM DELIMITED BY SIZE
                  ' YEARS   CURRENCY: ' DELIMITED BY SIZE
                  QT-CCY DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-AMT TO WS-WORK-AMT
           MOVE WS-WORK-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'SUM INSURED       : ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-TAX TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'OF WHICH TAX      : ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-SUM TO WS-AMT-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'PREMIUM (INCL TAX): ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'THIS PRICE HOLDS UNTIL ' DELIMITED BY SIZE
                  QT-EXPIRY DELIMITED BY SIZE
                  '. TO TAKE UP THE COVER, ASK YOUR AGENT'
                  DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'TO BIND QUOTATION ' DELIMITED BY SIZE
                  QT-QUOTE DELIMITED BY SIZE
                  ' BEFORE THEN.' DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           ADD WS-BLOCK-LINES TO WS-LINE-CNT
           PERFORM MAIL-PIECE-PARA.
      *    EVERY PIECE PRINTED IS LOGGED TO MAILPC SO THAT THE
      *    HOUSEHOLDING STEP CAN PUT IT IN ONE ENVELOPE WITH ANY
      *    OTHER MAIL GOING TO THE SAME ADDRESS THE SAME DAY.
       MAIL-PIECE-PARA.
           MOVE SPACES TO MPP
           MOVE WS-BUS-DATE TO MP-DATE
           MOVE 'QUOTE' TO MP-SOURCE
           MOVE WS-QUOTED-CNT TO MP-SEQ
           MOVE QT-QUOTE TO MP-KEY
           MOVE 1 TO MP-SHEETS
           MOVE QT-NAME TO MP-NAME
           MOVE QT-ADDR1 TO MP-ADDR1
           MOVE QT-ADDR2 TO MP-ADDR2
           WRITE MPP.
      *    THE REGISTER IS ONLY REWRITTEN ONCE EVERYTHING ELSE HAS
      *    GONE THROUGH, SO A RUN THAT STOPS EARLY LEAVES THE OLD
      *    REGISTER AS IT WAS AND CAN SIMPLY BE RERUN.
       REPLACE-REGISTER-PARA.
           OPEN INPUT QUOTNEW
           OPEN OUTPUT QUOTREG
           IF WS-QUOTREG-STATUS NOT = '00'
               DISPLAY 'QUOTE: UNABLE TO REWRITE QUOTE REGISTER, '
                   'STATUS=' WS-QUOTREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-REG-EOF-SW
           PERFORM UNTIL WS-REG-EOF
               READ QUOTNEW
                   AT END SET WS-REG-EOF TO TRUE
                   NOT AT END
                       MOVE QNP TO QTP
                       WRITE QTP
               END-READ
           END-PERFORM
           CLOSE QUOTNEW
           CLOSE QUOTREG.
       REPORT-UNUSED-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-RESP-CNT
               SET WS-RESP-IDX TO WS-I
               IF WS-RESP-USED(WS-RESP-IDX) = 'N'
                   ADD 1 TO WS-ERROR-CNT
                   DISPLAY 'QUOTE: INSTRUCTION '
                       WS-RESP-ACTION(WS-RESP-IDX) ' FOR QUOTE '
                       WS-RESP-QUOTE(WS-RESP-IDX)
                       ' MATCHED NO OPEN QUOTE'
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== QUOTATION CONTROL TOTALS ====='.
           MOVE WS-REG-CNT TO WS-CNT-ED
           DISPLAY 'REGISTER QUOTES READ : ' WS-CNT-ED.
           MOVE WS-BOUND-CNT TO WS-CNT-ED
           DISPLAY 'QUOTES BOUND         : ' WS-CNT-ED.
           MOVE WS-DECLINE-CNT TO WS-CNT-ED
           DISPLAY 'QUOTES DECLINED      : ' WS-CNT-ED.
           MOVE WS-LAPSED-CNT TO WS-CNT-ED
           DISPLAY 'QUOTES LAPSED        : ' WS-CNT-ED.
           MOVE WS-OPEN-CNT TO WS-CNT-ED
           DISPLAY 'STILL OPEN           : ' WS-CNT-ED.
           MOVE WS-REQ-CNT TO WS-CNT-ED
           DISPLAY 'REQUESTS READ        : ' WS-CNT-ED.
           MOVE WS-QUOTED-CNT TO WS-CNT-ED
           DISPLAY 'NEW QUOTES ISSUED    : ' WS-CNT-ED.
           MOVE WS-REJECT-CNT TO WS-CNT-ED
           DISPLAY 'REQUESTS REJECTED    : ' WS-CNT-ED.
           MOVE WS-ERROR-CNT TO WS-CNT-ED
           DISPLAY 'INSTRUCTIONS IN ERROR: ' WS-CNT-ED.
           MOVE WS-FEED-CNT TO WS-CNT-ED
           DISPLAY 'FEED POLICIES PASSED : ' WS-CNT-ED.
           MOVE WS-QUOTED-TOTAL TO WS-TOT-ED
           DISPLAY 'NEW QUOTED PREMIUM   : ' WS-TOT-ED.
           MOVE WS-BOUND-TOTAL TO WS-TOT-ED
           DISPLAY 'BOUND PREMIUM        : ' WS-TOT-ED.
