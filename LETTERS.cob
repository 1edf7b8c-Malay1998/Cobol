       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRESP
           ASSIGN TO DYNAMIC WS-CORRESP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.
           SELECT CORRNEW
           ASSIGN TO DYNAMIC WS-CORRNEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRNEW-STATUS.
           SELECT LTRTMPL
           ASSIGN TO DYNAMIC WS-LTRTMPL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LTRTMPL-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT LTRPRNT
           ASSIGN TO DYNAMIC WS-LTRPRNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LTRPRNT-STATUS.
           SELECT ELETTER
           ASSIGN TO DYNAMIC WS-ELETTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELETTER-STATUS.
           SELECT MAILHOLD
           ASSIGN TO DYNAMIC WS-MAILHOLD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILHOLD-STATUS.
           SELECT LTRHIST
           ASSIGN TO DYNAMIC WS-LTRHIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LTRHIST-STATUS.
           SELECT MAILPC
           ASSIGN TO DYNAMIC WS-MAILPC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILPC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CORRESP.
           COPY LTREVT.
       FD CORRNEW.
       01 CNP PIC X(104).
      *    THE TEMPLATE LIBRARY IS MAINTAINED BY CORRESPONDENCE STAFF.
      *    EACH LETTER CODE HAS ITS LINES IN LT-SEQ ORDER; A CODE
      *    STARTING WITH AN ASTERISK IS A COMMENT ROW.  A TEMPLATE
      *    LINE MAY CARRY THESE FIELDS, EACH REPLACED BY THE VALUE
      *    FROM THE EVENT OR THE NAME/ADDRESS MASTER:
      *        &NAME  CUSTOMER NAME        &ACCT  POLICY/ACCOUNT
      *        &ADR1  ADDRESS LINE 1       &RFNO  CLAIM/CASE/POLICY
      *        &ADR2  ADDRESS LINE 2       &AMNT  AMOUNT
      *        &DATE  DATE OF THE EVENT    &TEXT  EVENT TEXT
      *    LETTER CODES POSTED TODAY:
      *        POLCANCL  CANCELLATION CONFIRMATION     (POLCANCL)
      *        POLLAPSE  LAPSE NOTICE                  (RECVBL)
      *        CLMACK    CLAIM ACKNOWLEDGEMENT         (CLAIMS)
      *        CLMDENY   CLAIM DENIAL                  (CLAIMS, CLMADJ)
      *        DORMWARN  DORMANCY WARNING              (DORMANT)
      *        DSPUPHLD  DISPUTE UPHELD                (DISPUTE)
      *        DSPDENY   DISPUTE DENIED                (DISPUTE)
       FD LTRTMPL.
       01 LTP.
           02 LT-LETTER PIC X(8).
           02 PIC X.
           02 LT-SEQ PIC 9(3).
           02 PIC X.
           02 LT-TEXT PIC X(66).
       FD NAMADDR.
           COPY NAMEREC.
       FD LTRPRNT.
       01 PRT-LINE PIC X(80).
       FD ELETTER.
       01 ELP.
           02 EL-KEY PIC X(16).
           02 PIC X.
           02 EL-LETTER PIC X(8).
           02 PIC X.
           02 EL-REF PIC X(16).
           02 PIC X.
           02 EL-LINE PIC 9(3).
           02 PIC X.
           02 EL-TEXT PIC X(80).
       FD MAILHOLD.
       01 MHP.
           02 MH-SOURCE PIC X(8).
           02 PIC X.
           02 MH-KEY PIC X(16).
           02 PIC X.
           02 MH-REASON PIC X(2).
           02 PIC X.
           02 MH-DATE PIC 9(6).
      *    ONE ROW PER EVENT HANDLED: WHAT WENT TO WHOM, AND HOW.
      *    LH-CHANNEL IS P PAPER, E ELECTRONIC, B BOTH, H PAPER HELD
      *    FOR A BAD ADDRESS, N NO NAME/ADDRESS ON FILE.
       FD LTRHIST.
       01 LHP.
           02 LH-DATE PIC 9(8).
           02 PIC X.
           02 LH-EVT-DATE PIC 9(8).
           02 PIC X.
           02 LH-PGM PIC X(8).
           02 PIC X.
           02 LH-LETTER PIC X(8).
           02 PIC X.
           02 LH-KEY PIC X(16).
           02 PIC X.
           02 LH-REF PIC X(16).
           02 PIC X.
           02 LH-CHANNEL PIC X(1).
           02 PIC X.
           02 LH-NAME PIC X(25).
       FD MAILPC.
           COPY MAILPC.
       WORKING-STORAGE SECTION.
       01 WS-CORRESP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CORRESP.PAT'.
       01 WS-CORRESP-DSN PIC X(100).
       01 WS-CORRESP-STATUS PIC X(2).
       01 WS-CORRNEW-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CORRNEW.PAT'.
       01 WS-CORRNEW-DSN PIC X(100).
       01 WS-CORRNEW-STATUS PIC X(2).
       01 WS-LTRTMPL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\LTRTMPL.PAT'.
       01 WS-LTRTMPL-DSN PIC X(100).
       01 WS-LTRTMPL-STATUS PIC X(2).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-LTRPRNT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\LTRPRNT.PAT'.
       01 WS-LTRPRNT-DSN PIC X(100).
       01 WS-LTRPRNT-STATUS PIC X(2).
       01 WS-ELETTER-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ELETTER.PAT'.
       01 WS-ELETTER-DSN PIC X(100).
       01 WS-ELETTER-STATUS PIC X(2).
       01 WS-MAILHOLD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILHOLD.PAT'.
       01 WS-MAILHOLD-DSN PIC X(100).
       01 WS-MAILHOLD-STATUS PIC X(2).
       01 WS-LTRHIST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\LTRHIST.PAT'.
       01 WS-LTRHIST-DSN PIC X(100).
       01 WS-LTRHIST-STATUS PIC X(2).
       01 WS-MAILPC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILPC.PAT'.
       01 WS-MAILPC-DSN PIC X(100).
       01 WS-MAILPC-STATUS PIC X(2).
       01 WS-EVT-EOF-SW PIC X VALUE 'N'.
           88 WS-EVT-EOF VALUE 'Y'.
       01 WS-TMPL-EOF-SW PIC X VALUE 'N'.
           88 WS-TMPL-EOF VALUE 'Y'.
       01 WS-CARRY-EOF-SW PIC X VALUE 'N'.
           88 WS-CARRY-EOF VALUE 'Y'.
       01 WS-TMPL-FOUND-SW PIC X.
           88 WS-TMPL-FOUND VALUE 'Y'.
       01 WS-ADDR-FOUND-SW PIC X.
           88 WS-ADDR-FOUND VALUE 'Y'.
       01 WS-MAIL-HOLD-SW PIC X VALUE 'N'.
           88 WS-MAIL-HOLD VALUE 'Y'.
       01 WS-PAPER-SW PIC X.
           88 WS-SEND-PAPER VALUE 'Y'.
       01 WS-ELEC-SW PIC X.
           88 WS-SEND-ELEC VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-DELIV PIC X(1).
       01 WS-LT-MAX PIC 9(4) COMP VALUE 1000.
       01 WS-LT-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LT-TABLE.
           02 WS-LT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LT-IDX.
               03 WS-LT-LETTER PIC X(8).
               03 WS-LT-TEXT PIC X(66).
       01 WS-TMPL-TEXT PIC X(66).
       01 WS-MERGE-LINE PIC X(80).
       01 WS-WORK-LINE PIC X(80).
       01 WS-IN-POS PIC 9(3) COMP.
       01 WS-OUT-PTR PIC 9(3) COMP.
       01 WS-TOKEN PIC X(5).
       01 WS-TOKEN-VALUE PIC X(30).
       01 WS-TV-START PIC 9(3) COMP.
       01 WS-TV-END PIC 9(3) COMP.
       01 WS-TV-LEN PIC 9(3) COMP.
       01 WS-LE-AMT PIC 9(9)V9(2).
       01 WS-AMT-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DATE-ED.
           02 WS-DE-YYYY PIC 9(4).
           02 PIC X VALUE '-'.
           02 WS-DE-MM PIC 9(2).
           02 PIC X VALUE '-'.
           02 WS-DE-DD PIC 9(2).
       01 WS-EL-LINE PIC 9(3) COMP.
       01 WS-EVT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PAPER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ELEC-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-HOLD-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NOADDR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CARRY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-EL-REC-CNT PIC 9(7) VALUE ZERO.
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
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'LETTERS' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           OPEN INPUT CORRESP.
           IF WS-CORRESP-STATUS = '35'
               DISPLAY 'LETTERS: NO LETTER EVENTS FOR THIS RUN'
               STOP RUN
           END-IF.
           IF WS-CORRESP-STATUS NOT = '00'
               DISPLAY 'LETTERS: UNABLE TO OPEN CORRESP FILE, '
                   'STATUS=' WS-CORRESP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-TEMPLATES-PARA.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS NOT = '00'
               DISPLAY 'LETTERS: UNABLE TO OPEN NAMADDR FILE, '
                   'STATUS=' WS-NAMADDR-STATUS ', NO LETTER EVENTS '
                   'PROCESSED'
               CLOSE CORRESP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAILHOLD.
           IF WS-MAILHOLD-STATUS = '35'
               OPEN OUTPUT MAILHOLD
           END-IF.
           OPEN EXTEND LTRHIST.
           IF WS-LTRHIST-STATUS = '35'
               OPEN OUTPUT LTRHIST
           END-IF.
           OPEN OUTPUT CORRNEW.
           OPEN OUTPUT LTRPRNT.
           OPEN EXTEND MAILPC.
           IF WS-MAILPC-STATUS = '35'
               OPEN OUTPUT MAILPC
           END-IF.
           OPEN OUTPUT ELETTER.
           MOVE 'LETTERS' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO ELP.
           WRITE ELP.
           PERFORM UNTIL WS-EVT-EOF
               READ CORRESP
                   AT END SET WS-EVT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EVT-CNT
                       PERFORM PROCESS-EVENT-PARA
               END-READ
           END-PERFORM.
           CLOSE CORRESP.
           CLOSE CORRNEW.
           CLOSE NAMADDR.
           CLOSE MAILHOLD.
           CLOSE LTRHIST.
           CLOSE LTRPRNT.
           CLOSE MAILPC.
           MOVE WS-EL-REC-CNT TO WS-ET-CNT.
           MOVE ZERO TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO ELP.
           WRITE ELP.
           CLOSE ELETTER.
           PERFORM REWRITE-CORRESP-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           IF WS-CARRY-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           ACCEPT WS-CORRESP-DSN FROM ENVIRONMENT 'CORRESP_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CORRESP-DSN = SPACES
               MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           END-IF
           MOVE WS-CORRNEW-DSN-DFLT TO WS-CORRNEW-DSN
           ACCEPT WS-CORRNEW-DSN FROM ENVIRONMENT 'CORRNEW_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CORRNEW-DSN = SPACES
               MOVE WS-CORRNEW-DSN-DFLT TO WS-CORRNEW-DSN
           END-IF
           MOVE WS-LTRTMPL-DSN-DFLT TO WS-LTRTMPL-DSN
           ACCEPT WS-LTRTMPL-DSN FROM ENVIRONMENT 'LTRTMPL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LTRTMPL-DSN = SPACES
               MOVE WS-LTRTMPL-DSN-DFLT TO WS-LTRTMPL-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-LTRPRNT-DSN-DFLT TO WS-LTRPRNT-DSN
           ACCEPT WS-LTRPRNT-DSN FROM ENVIRONMENT 'LTRPRNT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LTRPRNT-DSN = SPACES
               MOVE WS-LTRPRNT-DSN-DFLT TO WS-LTRPRNT-DSN
           END-IF
           MOVE WS-ELETTER-DSN-DFLT TO WS-ELETTER-DSN
           ACCEPT WS-ELETTER-DSN FROM ENVIRONMENT 'ELETTER_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ELETTER-DSN = SPACES
               MOVE WS-ELETTER-DSN-DFLT TO WS-ELETTER-DSN
           END-IF
           MOVE WS-MAILHOLD-DSN-DFLT TO WS-MAILHOLD-DSN
           ACCEPT WS-MAILHOLD-DSN FROM ENVIRONMENT 'MAILHOLD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILHOLD-DSN = SPACES
               MOVE WS-MAILHOLD-DSN-DFLT TO WS-MAILHOLD-DSN
           END-IF
           MOVE WS-LTRHIST-DSN-DFLT TO WS-LTRHIST-DSN
           ACCEPT WS-LTRHIST-DSN FROM ENVIRONMENT 'LTRHIST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-LTRHIST-DSN = SPACES
               MOVE WS-LTRHIST-DSN-DFLT TO WS-LTRHIST-DSN
           END-IF
           MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           ACCEPT WS-MAILPC-DSN FROM ENVIRONMENT 'MAILPC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILPC-DSN = SPACES
               MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           END-IF.
      *    THE WHOLE LIBRARY IS HELD IN STORAGE; A LIBRARY TOO BIG
      *    FOR THE TABLE WOULD PRINT LETTERS WITH LINES MISSING, SO
      *    THE RUN STOPS INSTEAD.
       LOAD-TEMPLATES-PARA.
           OPEN INPUT LTRTMPL
           IF WS-LTRTMPL-STATUS NOT = '00'
               DISPLAY 'LETTERS: UNABLE TO OPEN LTRTMPL FILE, '
                   'STATUS=' WS-LTRTMPL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TMPL-EOF
               READ LTRTMPL
                   AT END SET WS-TMPL-EOF TO TRUE
                   NOT AT END
                       IF LT-LETTER(1:1) = '*' OR LT-LETTER = SPACES
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-TEMPLATE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LTRTMPL.
       LOAD-ONE-TEMPLATE-PARA.
           IF WS-LT-CNT >= WS-LT-MAX
               DISPLAY 'LETTERS: TEMPLATE TABLE FULL AT ' WS-LT-MAX
                   ' LINES, LETTER ' LT-LETTER ' NOT LOADED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LT-CNT
           SET WS-LT-IDX TO WS-LT-CNT
           MOVE LT-LETTER TO WS-LT-LETTER(WS-LT-IDX)
           MOVE LT-TEXT TO WS-LT-TEXT(WS-LT-IDX).
      *    AN EVENT WHOSE LETTER CODE HAS NO TEMPLATE YET IS CARRIED
      *    FORWARD UNTOUCHED, SO IT GOES OUT ONCE THE TEMPLATE IS
      *    ADDED.  ONE WITH NO NAME/ADDRESS CANNOT BE SENT AT ALL AND
      *    IS ONLY RECORDED IN THE HISTORY.
       PROCESS-EVENT-PARA.
           PERFORM FIND-TEMPLATE-PARA
           IF NOT WS-TMPL-FOUND
               MOVE LEP TO CNP
               WRITE CNP
               ADD 1 TO WS-CARRY-CNT
               DISPLAY 'LETTERS: NO TEMPLATE FOR ' LE-LETTER
                   ' KEY ' LE-KEY ', EVENT CARRIED FORWARD'
           ELSE
               MOVE SPACES TO LHP
               PERFORM GET-ADDRESS-PARA
               IF NOT WS-ADDR-FOUND
                   ADD 1 TO WS-NOADDR-CNT
                   MOVE 'N' TO LH-CHANNEL
                   DISPLAY 'LETTERS: NO NAME/ADDRESS FOR ' LE-KEY
                       ', ' LE-LETTER ' NOT SENT'
               ELSE
                   PERFORM CHOOSE-CHANNEL-PARA
                   PERFORM PRODUCE-LETTER-PARA
               END-IF
               PERFORM WRITE-HISTORY-PARA
           END-IF.
       FIND-TEMPLATE-PARA.
           MOVE 'N' TO WS-TMPL-FOUND-SW
           SET WS-LT-IDX TO 1
           PERFORM UNTIL WS-LT-IDX > WS-LT-CNT OR WS-TMPL-FOUND
               IF WS-LT-LETTER(WS-LT-IDX) = LE-LETTER
                   SET WS-TMPL-FOUND TO TRUE
               ELSE
                   SET WS-LT-IDX UP BY 1
               END-IF
           END-PERFORM.
       GET-ADDRESS-PARA.
           MOVE 'N' TO WS-ADDR-FOUND-SW
           MOVE LE-KEY TO NA-KEY
           READ NAMADDR
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ADDR-FOUND TO TRUE
           END-READ
           IF NOT WS-ADDR-FOUND
               MOVE SPACES TO NA-REC
           END-IF.
      *    THE SAME RULES AS THE STATEMENT RUN: PAPER UNLESS THE
      *    CUSTOMER ASKED FOR ELECTRONIC ONLY, ELECTRONIC WHEN ASKED,
      *    BOTH WHEN ASKED.  A POSTAL HOLD STOPS ONLY THE PAPER COPY
      *    AND IS REPORTED TO MAILHOLD FOR RETURNED-MAIL FOLLOW-UP.
       CHOOSE-CHANNEL-PARA.
           MOVE 'N' TO WS-MAIL-HOLD-SW
           MOVE 'N' TO WS-PAPER-SW
           MOVE 'N' TO WS-ELEC-SW
           MOVE 'P' TO WS-DELIV
           IF NA-DELIV-ELEC OR NA-DELIV-BOTH
               MOVE NA-DELIVERY TO WS-DELIV
           END-IF
           IF WS-DELIV = 'E' OR WS-DELIV = 'B'
               SET WS-SEND-ELEC TO TRUE
           END-IF
           IF WS-DELIV NOT = 'E'
               IF NA-UNDELIVERABLE
                   SET WS-MAIL-HOLD TO TRUE
               ELSE
                   SET WS-SEND-PAPER TO TRUE
               END-IF
           END-IF
           IF WS-MAIL-HOLD
               MOVE SPACES TO MHP
               MOVE 'LETTERS' TO MH-SOURCE
               MOVE LE-KEY TO MH-KEY
               MOVE NA-MAIL-REASON TO MH-REASON
               MOVE WS-RUN-DATE TO MH-DATE
               WRITE MHP
               ADD 1 TO WS-HOLD-CNT
           END-IF
           EVALUATE TRUE
               WHEN WS-SEND-PAPER AND WS-SEND-ELEC
                   MOVE 'B' TO LH-CHANNEL
               WHEN WS-SEND-PAPER
                   MOVE 'P' TO LH-CHANNEL
               WHEN WS-SEND-ELEC
                   MOVE 'E' TO LH-CHANNEL
               WHEN OTHER
                   MOVE 'H' TO LH-CHANNEL
           END-EVALUATE.
       PRODUCE-LETTER-PARA.
           IF WS-SEND-PAPER
               PERFORM ADDRESS-BLOCK-PARA
               ADD 1 TO WS-PAPER-CNT
               PERFORM MAIL-PIECE-PARA
           END-IF
           IF WS-SEND-ELEC
               ADD 1 TO WS-ELEC-CNT
           END-IF
           MOVE ZERO TO WS-EL-LINE
           PERFORM UNTIL WS-LT-IDX > WS-LT-CNT
               IF WS-LT-LETTER(WS-LT-IDX) = LE-LETTER
                   MOVE WS-LT-TEXT(WS-LT-IDX) TO WS-TMPL-TEXT
                   PERFORM MERGE-LINE-PARA
                   IF WS-SEND-PAPER
                       MOVE WS-MERGE-LINE TO WS-WORK-LINE
                       PERFORM WRITE-LINE-PARA
                   END-IF
                   IF WS-SEND-ELEC
                       PERFORM E-LETTER-LINE-PARA
                   END-IF
               END-IF
               SET WS-LT-IDX UP BY 1
           END-PERFORM
           IF WS-SEND-PAPER
               MOVE SPACES TO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
               MOVE ALL '=' TO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
           END-IF.
       ADDRESS-BLOCK-PARA.
           MOVE NA-NAME TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE NA-ADDR1 TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE NA-ADDR2 TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           PERFORM EDIT-DATE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'DATE: ' DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
                  '          OUR REFERENCE: ' DELIMITED BY SIZE
                  LE-REF DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
      *    EVERY PIECE PRINTED IS LOGGED TO MAILPC SO THAT THE
      *    HOUSEHOLDING STEP CAN PUT IT IN ONE ENVELOPE WITH ANY
      *    OTHER MAIL GOING TO THE SAME ADDRESS THE SAME DAY.
       MAIL-PIECE-PARA.
           MOVE SPACES TO MPP
           MOVE WS-BUS-DATE TO MP-DATE
           MOVE 'LETTERS' TO MP-SOURCE
           MOVE WS-PAPER-CNT TO MP-SEQ
           MOVE LE-KEY TO MP-KEY
           MOVE 1 TO MP-SHEETS
           MOVE NA-NAME TO MP-NAME
           MOVE NA-ADDR1 TO MP-ADDR1
           MOVE NA-ADDR2 TO MP-ADDR2
           WRITE MPP.
       E-LETTER-LINE-PARA.
           ADD 1 TO WS-EL-LINE
           MOVE SPACES TO ELP
           MOVE LE-KEY TO EL-KEY
           MOVE LE-LETTER TO EL-LETTER
           MOVE LE-REF TO EL-REF
           MOVE WS-EL-LINE TO EL-LINE
           MOVE WS-MERGE-LINE TO EL-TEXT
           WRITE ELP
           ADD 1 TO WS-EL-REC-CNT.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO PRT-LINE
           WRITE PRT-LINE.
      *    COPY THE TEMPLATE LINE ACROSS ONE CHARACTER AT A TIME,
      *    PUTTING THE VALUE, WITHOUT ITS LEADING OR TRAILING SPACES,
      *    IN PLACE OF EACH FIELD NAME.
       MERGE-LINE-PARA.
           MOVE SPACES TO WS-MERGE-LINE
           MOVE 1 TO WS-IN-POS
           MOVE 1 TO WS-OUT-PTR
           PERFORM UNTIL WS-IN-POS > 66 OR WS-OUT-PTR > 80
               MOVE SPACES TO WS-TOKEN
               IF WS-IN-POS <= 62
                   MOVE WS-TMPL-TEXT(WS-IN-POS:5) TO WS-TOKEN
               END-IF
               PERFORM TOKEN-VALUE-PARA
               IF WS-TOKEN = SPACES
                   STRING WS-TMPL-TEXT(WS-IN-POS:1) DELIMITED BY SIZE
                       INTO WS-MERGE-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 1 TO WS-IN-POS
               ELSE
                   PERFORM APPEND-VALUE-PARA
                   ADD 5 TO WS-IN-POS
               END-IF
           END-PERFORM.
       TOKEN-VALUE-PARA.
           MOVE SPACES TO WS-TOKEN-VALUE
           EVALUATE WS-TOKEN
               WHEN '&NAME'
                   MOVE NA-NAME TO WS-TOKEN-VALUE
               WHEN '&ADR1'
                   MOVE NA-ADDR1 TO WS-TOKEN-VALUE
               WHEN '&ADR2'
                   MOVE NA-ADDR2 TO WS-TOKEN-VALUE
               WHEN '&ACCT'
                   MOVE LE-KEY TO WS-TOKEN-VALUE
               WHEN '&RFNO'
                   MOVE LE-REF TO WS-TOKEN-VALUE
               WHEN '&AMNT'
                   MOVE ZERO TO WS-LE-AMT
                   IF LE-AMT(1:9) IS NUMERIC AND
                      LE-AMT(11:2) IS NUMERIC
                       MOVE LE-AMT TO WS-LE-AMT
                   END-IF
                   MOVE WS-LE-AMT TO WS-AMT-ED
                   MOVE WS-AMT-ED TO WS-TOKEN-VALUE
               WHEN '&DATE'
                   PERFORM EDIT-DATE-PARA
                   MOVE WS-DATE-ED TO WS-TOKEN-VALUE
               WHEN '&TEXT'
                   MOVE LE-TEXT TO WS-TOKEN-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-TOKEN
           END-EVALUATE.
       APPEND-VALUE-PARA.
           MOVE ZERO TO WS-TV-START
           INSPECT WS-TOKEN-VALUE TALLYING WS-TV-START
               FOR LEADING SPACES
           ADD 1 TO WS-TV-START
           MOVE 30 TO WS-TV-END
           PERFORM UNTIL WS-TV-END < WS-TV-START
                   OR WS-TOKEN-VALUE(WS-TV-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TV-END
           END-PERFORM
           IF WS-TV-END >= WS-TV-START
               COMPUTE WS-TV-LEN = WS-TV-END - WS-TV-START + 1
               STRING WS-TOKEN-VALUE(WS-TV-START:WS-TV-LEN)
                      DELIMITED BY SIZE
                   INTO WS-MERGE-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
       EDIT-DATE-PARA.
           MOVE LE-DATE(1:4) TO WS-DE-YYYY
           MOVE LE-DATE(5:2) TO WS-DE-MM
           MOVE LE-DATE(7:2) TO WS-DE-DD.
       WRITE-HISTORY-PARA.
           MOVE WS-BUS-DATE TO LH-DATE
           MOVE LE-DATE TO LH-EVT-DATE
           MOVE LE-PGM TO LH-PGM
           MOVE LE-LETTER TO LH-LETTER
           MOVE LE-KEY TO LH-KEY
           MOVE LE-REF TO LH-REF
           MOVE NA-NAME TO LH-NAME
           WRITE LHP.
      *    THE EVENTS JUST LETTERED ARE DONE WITH.  CORRESP IS
      *    REWRITTEN IN PLACE HOLDING ONLY THE EVENTS CARRIED FORWARD,
      *    AND THE POSTING PROGRAMS APPEND NEW EVENTS BEHIND THEM.
       REWRITE-CORRESP-PARA.
           OPEN INPUT CORRNEW
           OPEN OUTPUT CORRESP
           PERFORM UNTIL WS-CARRY-EOF
               READ CORRNEW
                   AT END SET WS-CARRY-EOF TO TRUE
                   NOT AT END
                       MOVE CNP TO LEP
                       WRITE LEP
               END-READ
           END-PERFORM
           CLOSE CORRNEW
           CLOSE CORRESP.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== CUSTOMER LETTER RUN CONTROL TOTALS ====='.
           DISPLAY 'EVENTS READ        : ' WS-EVT-CNT.
           DISPLAY 'PAPER LETTERS      : ' WS-PAPER-CNT.
           DISPLAY 'ELECTRONIC LETTERS : ' WS-ELEC-CNT.
           DISPLAY 'PAPER HELD         : ' WS-HOLD-CNT.
           DISPLAY 'NO NAME/ADDRESS    : ' WS-NOADDR-CNT.
           DISPLAY 'CARRIED FORWARD    : ' WS-CARRY-CNT.
