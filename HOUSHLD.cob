       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSHLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILPC
           ASSIGN TO DYNAMIC WS-MAILPC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILPC-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
           SELECT MAILMAN
           ASSIGN TO DYNAMIC WS-MAILMAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILMAN-STATUS.
           SELECT ENVLIST
           ASSIGN TO DYNAMIC WS-ENVLIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENVLIST-STATUS.
           SELECT MAILHOLD
           ASSIGN TO DYNAMIC WS-MAILHOLD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAILHOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MAILPC.
           COPY MAILPC.
       FD NAMADDR.
           COPY NAMEREC.
      *    ONE WORK RECORD PER PIECE, KEYED SO THAT EVERY PIECE FOR
      *    THE SAME ADDRESS COMES TOGETHER AND THE ADDRESSES COME
      *    OUT IN ZIP ORDER FOR THE PRESORT RATE.
       SD WORK.
       01 WORKP.
           02 W-ZIP PIC X(5).
           02 W-HOUSE PIC X(50).
           02 W-SOURCE PIC X(8).
           02 W-SEQ PIC 9(7).
           02 W-KEY PIC X(16).
           02 W-SHEETS PIC 9(3).
           02 W-NAME PIC X(25).
           02 W-ADDR1 PIC X(25).
           02 W-ADDR2 PIC X(25).
       FD MAILMAN.
       01 MAN-LINE PIC X(80).
      *    THE INSERTER LIST: ONE ROW PER PIECE TELLING THE MAIL
      *    ROOM WHICH ENVELOPE IT GOES IN AND HOW MANY PIECES THAT
      *    ENVELOPE HOLDS.
       FD ENVLIST.
       01 EVP.
           02 EV-ENV PIC 9(7).
           02 PIC X.
           02 EV-ZIP PIC X(5).
           02 PIC X.
           02 EV-SOURCE PIC X(8).
           02 PIC X.
           02 EV-SEQ PIC 9(7).
           02 PIC X.
           02 EV-KEY PIC X(16).
           02 PIC X.
           02 EV-INSERT PIC 9(3).
           02 PIC X.
           02 EV-INSERTS PIC 9(3).
       FD MAILHOLD.
       01 MHP.
           02 MH-SOURCE PIC X(8).
           02 PIC X.
           02 MH-KEY PIC X(16).
           02 PIC X.
           02 MH-REASON PIC X(2).
           02 PIC X.
           02 MH-DATE PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-MAILPC-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILPC.PAT'.
       01 WS-MAILPC-DSN PIC X(100).
       01 WS-MAILPC-STATUS PIC X(2).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-WORK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\HHWORK.PAT'.
       01 WS-WORK-DSN PIC X(100).
       01 WS-MAILMAN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILMAN.PAT'.
       01 WS-MAILMAN-DSN PIC X(100).
       01 WS-MAILMAN-STATUS PIC X(2).
       01 WS-ENVLIST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ENVLIST.PAT'.
       01 WS-ENVLIST-DSN PIC X(100).
       01 WS-ENVLIST-STATUS PIC X(2).
       01 WS-MAILHOLD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MAILHOLD.PAT'.
       01 WS-MAILHOLD-DSN PIC X(100).
       01 WS-MAILHOLD-STATUS PIC X(2).
       01 WS-NAMADDR-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-MAILPC-EOF-SW PIC X VALUE 'N'.
           88 WS-MAILPC-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-FIRST-SW PIC X VALUE 'Y'.
           88 WS-FIRST-REC VALUE 'Y'.
           88 WS-FIRST-NO VALUE 'N'.
       01 WS-PULL-SW PIC X.
           88 WS-PULL-PIECE VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
      *    RUN PARAMETERS.  POSTAGE IS KEYED IN FULL WITH THE
      *    DECIMAL POINT IMPLIED: POST_FIRST_OZ 073 IS 0.73.
       01 WS-MAX-INS-X PIC X(2).
       01 WS-MAX-INS PIC 9(2) VALUE 10.
       01 WS-SHEETS-OZ-X PIC X(2).
       01 WS-SHEETS-OZ PIC 9(2) VALUE 4.
       01 WS-FIRST-OZ-X PIC X(3).
       01 WS-FIRST-OZ-N REDEFINES WS-FIRST-OZ-X PIC 9V99.
       01 WS-FIRST-OZ PIC 9V99 VALUE 0.73.
       01 WS-ADDL-OZ-X PIC X(3).
       01 WS-ADDL-OZ-N REDEFINES WS-ADDL-OZ-X PIC 9V99.
       01 WS-ADDL-OZ PIC 9V99 VALUE 0.24.
      *    ADDRESS NORMALIZATION WORK AREAS.
       01 WS-NORM-IN PIC X(25).
       01 WS-NORM-OUT PIC X(25).
       01 WS-WORD PIC X(25).
       01 WS-LAST-WORD PIC X(25).
       01 WS-SCAN-PTR PIC 9(3) COMP.
       01 WS-OUT-PTR PIC 9(3) COMP.
      *    THE ENVELOPE BEING FILLED.
       01 WS-ENV-MAX PIC 9(2) COMP VALUE 50.
       01 WS-ENV-CNT PIC 9(2) COMP VALUE ZERO.
       01 WS-ENV-TABLE.
           02 WS-ENV-ENTRY OCCURS 50 TIMES INDEXED BY WS-ENV-IDX.
               03 WS-EP-SOURCE PIC X(8).
               03 WS-EP-SEQ PIC 9(7).
               03 WS-EP-KEY PIC X(16).
       01 WS-ENV-NUM PIC 9(7) VALUE ZERO.
       01 WS-ENV-ZIP PIC X(5).
       01 WS-ENV-HOUSE PIC X(50).
       01 WS-ENV-NAME PIC X(25).
       01 WS-ENV-ADDR1 PIC X(25).
       01 WS-ENV-SHEETS PIC 9(5) COMP.
       01 WS-ENV-OZ PIC 9(3) COMP.
       01 WS-ENV-POSTAGE PIC 9(5)V99.
       01 WS-INSERT-NUM PIC 9(3).
       01 WS-PREV-ZIP3 PIC X(3).
      *    MANIFEST TOTALS, BY 3-DIGIT ZIP AND FOR THE RUN.
       01 WS-Z3-ENV PIC 9(7) COMP.
       01 WS-Z3-PIECES PIC 9(7) COMP.
       01 WS-Z3-POSTAGE PIC 9(7)V99.
       01 WS-PIECE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RELEASE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PULL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NOADDR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ENVELOPE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SPLIT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-TOTAL-POSTAGE PIC 9(9)V99 VALUE ZERO.
       01 WS-EV-REC-CNT PIC 9(7) VALUE ZERO.
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-AMT-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-WORK-LINE PIC X(80).
       01 WS-MAN-DETAIL.
           02 WS-MD-ENV PIC ZZZZZZ9.
           02 PIC X VALUE SPACE.
           02 WS-MD-ZIP PIC X(5).
           02 PIC X VALUE SPACE.
           02 WS-MD-NAME PIC X(22).
           02 PIC X VALUE SPACE.
           02 WS-MD-ADDR1 PIC X(22).
           02 PIC X VALUE SPACE.
           02 WS-MD-INSERTS PIC ZZ9.
           02 PIC X VALUE SPACE.
           02 WS-MD-SHEETS PIC ZZZ9.
           02 PIC X VALUE SPACE.
           02 WS-MD-OZ PIC ZZ9.
           02 PIC X VALUE SPACE.
           02 WS-MD-POSTAGE PIC ZZZ9.99.
       01 WS-DATE-ED.
           02 WS-DE-YYYY PIC 9(4).
           02 PIC X VALUE '-'.
           02 WS-DE-MM PIC 9(2).
           02 PIC X VALUE '-'.
           02 WS-DE-DD PIC 9(2).
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
      *    EVERY PRINT RUN OF THE DAY LOGS WHAT IT PRINTED TO MAILPC.
      *    THIS STEP RUNS AFTER THE LAST OF THEM AND PUTS ALL THE
      *    PIECES FOR ONE ADDRESS IN ONE ENVELOPE, PULLS THE PIECES
      *    FOR ADDRESSES ON POSTAL HOLD, AND LISTS THE ENVELOPES IN
      *    ZIP ORDER WITH THE POSTAGE FOR THE PRESORT MANIFEST.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'HOUSHLD' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           PERFORM GET-PARMS-PARA.
           OPEN INPUT MAILPC.
           IF WS-MAILPC-STATUS = '35'
               DISPLAY 'HOUSHLD: NO PRINT ITEMS FOR THIS RUN'
               STOP RUN
           END-IF.
           IF WS-MAILPC-STATUS NOT = '00'
               DISPLAY 'HOUSHLD: UNABLE TO OPEN MAILPC FILE, STATUS='
                   WS-MAILPC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS = '00'
               SET WS-NAMADDR-OPEN TO TRUE
           ELSE
               DISPLAY 'HOUSHLD: NO NAME/ADDRESS MASTER, NO POSTAL '
                   'HOLDS APPLIED'
           END-IF.
           OPEN EXTEND MAILHOLD.
           IF WS-MAILHOLD-STATUS = '35'
               OPEN OUTPUT MAILHOLD
           END-IF.
           OPEN OUTPUT MAILMAN.
           IF WS-MAILMAN-STATUS NOT = '00'
               DISPLAY 'HOUSHLD: UNABLE TO OPEN MAILMAN FILE, STATUS='
                   WS-MAILMAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ENVLIST.
           MOVE 'HOUSHLD' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO EVP.
           WRITE EVP.
           PERFORM MANIFEST-HEADING-PARA.
           SORT WORK ON ASCENDING KEY W-ZIP
                     ON ASCENDING KEY W-HOUSE
                     ON ASCENDING KEY W-SOURCE
                     ON ASCENDING KEY W-SEQ
           INPUT PROCEDURE IS RELEASE-PIECES-PARA
           OUTPUT PROCEDURE IS ENVELOPE-PARA.
           PERFORM MANIFEST-TOTAL-PARA.
           MOVE WS-EV-REC-CNT TO WS-ET-CNT.
           MOVE ZERO TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO EVP.
           WRITE EVP.
           CLOSE ENVLIST.
           CLOSE MAILMAN.
           CLOSE MAILHOLD.
           IF WS-NAMADDR-OPEN
               CLOSE NAMADDR
           END-IF.
           PERFORM EMPTY-MAILPC-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           ACCEPT WS-MAILPC-DSN FROM ENVIRONMENT 'MAILPC_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILPC-DSN = SPACES
               MOVE WS-MAILPC-DSN-DFLT TO WS-MAILPC-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           ACCEPT WS-WORK-DSN FROM ENVIRONMENT 'WORK_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF
           MOVE WS-MAILMAN-DSN-DFLT TO WS-MAILMAN-DSN
           ACCEPT WS-MAILMAN-DSN FROM ENVIRONMENT 'MAILMAN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILMAN-DSN = SPACES
               MOVE WS-MAILMAN-DSN-DFLT TO WS-MAILMAN-DSN
           END-IF
           MOVE WS-ENVLIST-DSN-DFLT TO WS-ENVLIST-DSN
           ACCEPT WS-ENVLIST-DSN FROM ENVIRONMENT 'ENVLIST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ENVLIST-DSN = SPACES
               MOVE WS-ENVLIST-DSN-DFLT TO WS-ENVLIST-DSN
           END-IF
           MOVE WS-MAILHOLD-DSN-DFLT TO WS-MAILHOLD-DSN
           ACCEPT WS-MAILHOLD-DSN FROM ENVIRONMENT 'MAILHOLD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAILHOLD-DSN = SPACES
               MOVE WS-MAILHOLD-DSN-DFLT TO WS-MAILHOLD-DSN
           END-IF.
      *    THE INSERTER TAKES AT MOST HH_MAX_INSERTS PIECES PER
      *    ENVELOPE (NEVER MORE THAN THE ENVELOPE TABLE HOLDS); A
      *    BIGGER HOUSEHOLD GETS A SECOND ENVELOPE.  HH_SHEETS_OZ
      *    IS HOW MANY SHEETS WEIGH ONE OUNCE WITH THE ENVELOPE.
       GET-PARMS-PARA.
           MOVE SPACES TO WS-MAX-INS-X
           ACCEPT WS-MAX-INS-X FROM ENVIRONMENT 'HH_MAX_INSERTS'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MAX-INS-X IS NUMERIC
               MOVE WS-MAX-INS-X TO WS-MAX-INS
           END-IF
           IF WS-MAX-INS = ZERO OR WS-MAX-INS > WS-ENV-MAX
               MOVE WS-ENV-MAX TO WS-MAX-INS
           END-IF
           MOVE SPACES TO WS-SHEETS-OZ-X
           ACCEPT WS-SHEETS-OZ-X FROM ENVIRONMENT 'HH_SHEETS_OZ'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SHEETS-OZ-X IS NUMERIC
               MOVE WS-SHEETS-OZ-X TO WS-SHEETS-OZ
           END-IF
           IF WS-SHEETS-OZ = ZERO
               MOVE 4 TO WS-SHEETS-OZ
           END-IF
           MOVE SPACES TO WS-FIRST-OZ-X
           ACCEPT WS-FIRST-OZ-X FROM ENVIRONMENT 'POST_FIRST_OZ'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-FIRST-OZ-X IS NUMERIC
               MOVE WS-FIRST-OZ-N TO WS-FIRST-OZ
           END-IF
           MOVE SPACES TO WS-ADDL-OZ-X
           ACCEPT WS-ADDL-OZ-X FROM ENVIRONMENT 'POST_ADDL_OZ'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ADDL-OZ-X IS NUMERIC
               MOVE WS-ADDL-OZ-N TO WS-ADDL-OZ
           END-IF.
      *    EVERY PIECE LOGGED SO FAR IS TAKEN.  A PIECE FOR AN
      *    ADDRESS FLAGGED UNDELIVERABLE ON NAMADDR IS PULLED TO
      *    MAILHOLD WITH THE FLAG'S REASON; ONE PRINTED WITH NO
      *    ADDRESS AT ALL IS PULLED WITH REASON NA.
       RELEASE-PIECES-PARA.
           PERFORM UNTIL WS-MAILPC-EOF
               READ MAILPC
                   AT END SET WS-MAILPC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PIECE-CNT
                       PERFORM CHECK-HOLD-PARA
                       IF WS-PULL-PIECE
                           ADD 1 TO WS-PULL-CNT
                       ELSE
                           PERFORM RELEASE-ONE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAILPC.
       CHECK-HOLD-PARA.
           MOVE 'N' TO WS-PULL-SW
           MOVE SPACES TO MHP
           IF MP-ADDR1 = SPACES AND MP-ADDR2 = SPACES
               SET WS-PULL-PIECE TO TRUE
               MOVE 'NA' TO MH-REASON
               ADD 1 TO WS-NOADDR-CNT
           ELSE
               IF WS-NAMADDR-OPEN
                   MOVE MP-KEY TO NA-KEY
                   READ NAMADDR
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF NA-UNDELIVERABLE
                               SET WS-PULL-PIECE TO TRUE
                               MOVE NA-MAIL-REASON TO MH-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF WS-PULL-PIECE
               MOVE MP-SOURCE TO MH-SOURCE
               MOVE MP-KEY TO MH-KEY
               MOVE WS-RUN-DATE TO MH-DATE
               WRITE MHP
           END-IF.
       RELEASE-ONE-PARA.
           MOVE SPACES TO WORKP
           MOVE MP-ADDR1 TO WS-NORM-IN
           PERFORM NORMALIZE-PARA
           MOVE WS-NORM-OUT TO W-HOUSE(1:25)
           MOVE MP-ADDR2 TO WS-NORM-IN
           PERFORM NORMALIZE-PARA
           MOVE WS-NORM-OUT TO W-HOUSE(26:25)
           IF WS-LAST-WORD(1:5) IS NUMERIC AND
              WS-LAST-WORD(6:20) = SPACES
               MOVE WS-LAST-WORD(1:5) TO W-ZIP
           ELSE
               MOVE '99999' TO W-ZIP
           END-IF
           MOVE MP-SOURCE TO W-SOURCE
           MOVE MP-SEQ TO W-SEQ
           MOVE MP-KEY TO W-KEY
           MOVE MP-SHEETS TO W-SHEETS
           IF W-SHEETS = ZERO
               MOVE 1 TO W-SHEETS
           END-IF
           MOVE MP-NAME TO W-NAME
           MOVE MP-ADDR1 TO W-ADDR1
           MOVE MP-ADDR2 TO W-ADDR2
           RELEASE WORKP
           ADD 1 TO WS-RELEASE-CNT.
      *    THE SAME ADDRESS IS OFTEN KEYED DIFFERENTLY ON DIFFERENT
      *    SYSTEMS, SO IT IS COMPARED IN A STANDARD FORM: UPPER CASE,
      *    PUNCTUATION DROPPED, ONE SPACE BETWEEN WORDS AND THE
      *    COMMON STREET WORDS IN THEIR POSTAL ABBREVIATIONS.  THE
      *    LAST WORD IS KEPT FOR THE ZIP CODE.
       NORMALIZE-PARA.
           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,#-'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ    '
           MOVE SPACES TO WS-NORM-OUT
           MOVE SPACES TO WS-LAST-WORD
           MOVE 1 TO WS-SCAN-PTR
           MOVE 1 TO WS-OUT-PTR
           PERFORM UNTIL WS-SCAN-PTR > 25
               MOVE SPACES TO WS-WORD
               UNSTRING WS-NORM-IN DELIMITED BY ALL SPACE
                   INTO WS-WORD
                   WITH POINTER WS-SCAN-PTR
               END-UNSTRING
               IF WS-WORD NOT = SPACES
                   PERFORM ABBREVIATE-PARA
                   MOVE WS-WORD TO WS-LAST-WORD
                   STRING WS-WORD DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                       INTO WS-NORM-OUT WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
           END-PERFORM.
       ABBREVIATE-PARA.
           EVALUATE WS-WORD
               WHEN 'STREET'
                   MOVE 'ST' TO WS-WORD
               WHEN 'AVENUE'
                   MOVE 'AVE' TO WS-WORD
               WHEN 'ROAD'
                   MOVE 'RD' TO WS-WORD
               WHEN 'DRIVE'
                   MOVE 'DR' TO WS-WORD
               WHEN 'LANE'
                   MOVE 'LN' TO WS-WORD
               WHEN 'COURT'
                   MOVE 'CT' TO WS-WORD
               WHEN 'PLACE'
                   MOVE 'PL' TO WS-WORD
               WHEN 'BOULEVARD'
                   MOVE 'BLVD' TO WS-WORD
               WHEN 'APARTMENT'
                   MOVE 'APT' TO WS-WORD
               WHEN 'SUITE'
                   MOVE 'STE' TO WS-WORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *    PIECES COME BACK GROUPED BY ADDRESS.  A NEW ADDRESS, OR A
      *    FULL ENVELOPE, CLOSES THE ENVELOPE BEING FILLED; A NEW
      *    3-DIGIT ZIP ALSO CLOSES THE MANIFEST SUBTOTAL.
       ENVELOPE-PARA.
           PERFORM UNTIL WS-SORT-EOF
               RETURN WORK
                   AT END SET WS-SORT-EOF TO TRUE
                   NOT AT END PERFORM ENVELOPE-PIECE-PARA
               END-RETURN
           END-PERFORM
           IF WS-FIRST-NO
               PERFORM CLOSE-ENVELOPE-PARA
               PERFORM ZIP3-TOTAL-PARA
           END-IF.
       ENVELOPE-PIECE-PARA.
           IF WS-FIRST-NO
               IF W-ZIP NOT = WS-ENV-ZIP OR
                  W-HOUSE NOT = WS-ENV-HOUSE
                   PERFORM CLOSE-ENVELOPE-PARA
               ELSE
                   IF WS-ENV-CNT >= WS-MAX-INS
                       PERFORM CLOSE-ENVELOPE-PARA
                       ADD 1 TO WS-SPLIT-CNT
                   END-IF
               END-IF
               IF W-ZIP(1:3) NOT = WS-PREV-ZIP3
                   PERFORM ZIP3-TOTAL-PARA
               END-IF
           END-IF
           IF WS-FIRST-REC OR W-ZIP(1:3) NOT = WS-PREV-ZIP3
               MOVE ZERO TO WS-Z3-ENV
               MOVE ZERO TO WS-Z3-PIECES
               MOVE ZERO TO WS-Z3-POSTAGE
               MOVE W-ZIP(1:3) TO WS-PREV-ZIP3
           END-IF
           IF WS-ENV-CNT = ZERO
               ADD 1 TO WS-ENV-NUM
               MOVE W-ZIP TO WS-ENV-ZIP
               MOVE W-HOUSE TO WS-ENV-HOUSE
               MOVE W-NAME TO WS-ENV-NAME
               MOVE W-ADDR1 TO WS-ENV-ADDR1
               MOVE ZERO TO WS-ENV-SHEETS
           END-IF
           SET WS-FIRST-NO TO TRUE
           ADD 1 TO WS-ENV-CNT
           SET WS-ENV-IDX TO WS-ENV-CNT
           MOVE W-SOURCE TO WS-EP-SOURCE(WS-ENV-IDX)
           MOVE W-SEQ TO WS-EP-SEQ(WS-ENV-IDX)
           MOVE W-KEY TO WS-EP-KEY(WS-ENV-IDX)
           ADD W-SHEETS TO WS-ENV-SHEETS.
      *    POSTAGE IS THE FIRST-OUNCE RATE PLUS THE ADDITIONAL-OUNCE
      *    RATE FOR EACH OUNCE AFTER THE FIRST.
       CLOSE-ENVELOPE-PARA.
           COMPUTE WS-ENV-OZ =
               (WS-ENV-SHEETS - 1) / WS-SHEETS-OZ + 1
           COMPUTE WS-ENV-POSTAGE =
               WS-FIRST-OZ + (WS-ENV-OZ - 1) * WS-ADDL-OZ
           MOVE WS-ENV-NUM TO WS-MD-ENV
           MOVE WS-ENV-ZIP TO WS-MD-ZIP
           MOVE WS-ENV-NAME TO WS-MD-NAME
           MOVE WS-ENV-ADDR1 TO WS-MD-ADDR1
           MOVE WS-ENV-CNT TO WS-MD-INSERTS
           MOVE WS-ENV-SHEETS TO WS-MD-SHEETS
           MOVE WS-ENV-OZ TO WS-MD-OZ
           MOVE WS-ENV-POSTAGE TO WS-MD-POSTAGE
           MOVE WS-MAN-DETAIL TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           SET WS-ENV-IDX TO 1
           PERFORM UNTIL WS-ENV-IDX > WS-ENV-CNT
               SET WS-INSERT-NUM TO WS-ENV-IDX
               MOVE SPACES TO EVP
               MOVE WS-ENV-NUM TO EV-ENV
               MOVE WS-ENV-ZIP TO EV-ZIP
               MOVE WS-EP-SOURCE(WS-ENV-IDX) TO EV-SOURCE
               MOVE WS-EP-SEQ(WS-ENV-IDX) TO EV-SEQ
               MOVE WS-EP-KEY(WS-ENV-IDX) TO EV-KEY
               MOVE WS-INSERT-NUM TO EV-INSERT
               MOVE WS-ENV-CNT TO EV-INSERTS
               WRITE EVP
               ADD 1 TO WS-EV-REC-CNT
               SET WS-ENV-IDX UP BY 1
           END-PERFORM
           ADD 1 TO WS-ENVELOPE-CNT
           ADD 1 TO WS-Z3-ENV
           ADD WS-ENV-CNT TO WS-Z3-PIECES
           ADD WS-ENV-POSTAGE TO WS-Z3-POSTAGE
           ADD WS-ENV-POSTAGE TO WS-TOTAL-POSTAGE
           MOVE ZERO TO WS-ENV-CNT.
       ZIP3-TOTAL-PARA.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-Z3-ENV TO WS-CNT-ED
           STRING '    ZIP ' DELIMITED BY SIZE
                  WS-PREV-ZIP3 DELIMITED BY SIZE
                  'XX  ENVELOPES ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           MOVE WS-Z3-PIECES TO WS-CNT-ED
           MOVE WS-Z3-POSTAGE TO WS-AMT-ED
           STRING '  PIECES ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
                  '  POSTAGE ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE(35:46)
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       MANIFEST-HEADING-PARA.
           MOVE WS-BUS-DATE(1:4) TO WS-DE-YYYY
           MOVE WS-BUS-DATE(5:2) TO WS-DE-MM
           MOVE WS-BUS-DATE(7:2) TO WS-DE-DD
           MOVE SPACES TO WS-WORK-LINE
           STRING 'PRESORTED POSTAL MANIFEST    MAILING DATE '
                      DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING '    ENV ZIP   NAME                   '
                      DELIMITED BY SIZE
                  'ADDRESS                INS SHTS  OZ POSTAGE'
                      DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       MANIFEST-TOTAL-PARA.
           MOVE ALL '=' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ENVELOPE-CNT TO WS-CNT-ED
           STRING 'TOTAL ENVELOPES     ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RELEASE-CNT TO WS-CNT-ED
           STRING 'TOTAL PIECES MAILED ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-PULL-CNT TO WS-CNT-ED
           STRING 'PIECES PULLED       ' DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TOTAL-POSTAGE TO WS-AMT-ED
           STRING 'ESTIMATED POSTAGE   ' DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO MAN-LINE
           WRITE MAN-LINE.
      *    THE DAY'S PIECES ARE NOW IN ENVELOPES OR ON HOLD, SO
      *    MAILPC IS EMPTIED FOR TOMORROW'S PRINT RUNS.
       EMPTY-MAILPC-PARA.
           OPEN OUTPUT MAILPC
           CLOSE MAILPC.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== HOUSEHOLDING CONTROL TOTALS ====='.
           DISPLAY 'PIECES READ        : ' WS-PIECE-CNT.
           DISPLAY 'PIECES ENVELOPED   : ' WS-RELEASE-CNT.
           DISPLAY 'PIECES PULLED      : ' WS-PULL-CNT.
           DISPLAY '  NO ADDRESS       : ' WS-NOADDR-CNT.
           DISPLAY 'ENVELOPES          : ' WS-ENVELOPE-CNT.
           DISPLAY 'ENVELOPES SPLIT    : ' WS-SPLIT-CNT.
           DISPLAY 'ESTIMATED POSTAGE  : ' WS-TOTAL-POSTAGE.
