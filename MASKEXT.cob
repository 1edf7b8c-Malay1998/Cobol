       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KSDS
           ASSIGN TO DYNAMIC WS-KSDS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS O-NUM
           ALTERNATE RECORD KEY IS O-AGENT WITH DUPLICATES
           ALTERNATE RECORD KEY IS O-CUST WITH DUPLICATES
           ALTERNATE RECORD KEY IS O-STATUS WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.
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
           SELECT CARDMST
           ASSIGN TO DYNAMIC WS-CARDMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-ACCT
           FILE STATUS IS WS-CARDMST-STATUS.
           SELECT RELMST
           ASSIGN TO DYNAMIC WS-RELMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           ALTERNATE RECORD KEY IS RL-CUST WITH DUPLICATES
           FILE STATUS IS WS-RELMST-STATUS.
           SELECT ACCOUNT
           ASSIGN TO DYNAMIC WS-ACCOUNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT CLAIMMST
           ASSIGN TO DYNAMIC WS-CLAIMMST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMMST-STATUS.
           SELECT MSKKSDS
           ASSIGN TO DYNAMIC WS-MSKKSDS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MK-NUM
           ALTERNATE RECORD KEY IS MK-AGENT WITH DUPLICATES
           ALTERNATE RECORD KEY IS MK-CUST WITH DUPLICATES
           ALTERNATE RECORD KEY IS MK-STATUS WITH DUPLICATES
           FILE STATUS IS WS-MSKKSDS-STATUS.
           SELECT MSKCUST
           ASSIGN TO DYNAMIC WS-MSKCUST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MC-CUST
           FILE STATUS IS WS-MSKCUST-STATUS.
           SELECT MSKNAME
           ASSIGN TO DYNAMIC WS-MSKNAME-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MN-KEY
           FILE STATUS IS WS-MSKNAME-STATUS.
           SELECT MSKCARD
           ASSIGN TO DYNAMIC WS-MSKCARD-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MD-ACCT
           FILE STATUS IS WS-MSKCARD-STATUS.
           SELECT MSKREL
           ASSIGN TO DYNAMIC WS-MSKREL-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-KEY
           ALTERNATE RECORD KEY IS MR-CUST WITH DUPLICATES
           FILE STATUS IS WS-MSKREL-STATUS.
           SELECT MSKACCT
           ASSIGN TO DYNAMIC WS-MSKACCT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSKACCT-STATUS.
           SELECT MSKCLM
           ASSIGN TO DYNAMIC WS-MSKCLM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSKCLM-STATUS.
           SELECT MASKRPT
           ASSIGN TO DYNAMIC WS-MASKRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASKRPT-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
       FILE SECTION.
       FD KSDS.
           COPY POLYOUT.
       FD CUSTMST.
           COPY CUSTREC.
       FD NAMADDR.
           COPY NAMEREC.
       FD CARDMST.
           COPY CARDREC.
       FD RELMST.
           COPY RELREC.
       FD ACCOUNT.
       01 WS-ACCT.
           02 WS-ACCT-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-ACCT-BAL PIC S9(9)V99.
       01 WS-ACCT-CTL PIC X(28).
       FD CLAIMMST.
           COPY CLAIMREC.
      *    THE MASKED COPIES HAVE THE SAME LAYOUTS AS THE MASTERS;
      *    ONLY THE KEYS ARE NAMED HERE SO THE INDEXED COPIES ARE
      *    BUILT WITH THE SAME PRIMARY AND ALTERNATE KEYS.
       FD MSKKSDS.
       01 MKP.
           02 MK-NUM PIC X(5).
           02 PIC X(21).
           02 MK-STATUS PIC X(7).
           02 PIC X(34).
           02 MK-AGENT PIC X(4).
           02 PIC X.
           02 MK-CUST PIC X(6).
           02 PIC X(4).
       FD MSKCUST.
       01 MCP.
           02 MC-CUST PIC X(6).
           02 PIC X(81).
       FD MSKNAME.
       01 MNP.
           02 MN-KEY PIC X(16).
           02 PIC X(99).
       FD MSKCARD.
       01 MDP.
           02 MD-ACCT PIC X(16).
           02 PIC X(66).
       FD MSKREL.
       01 MRP.
           02 MR-KEY PIC X(20).
           02 PIC X.
           02 MR-CUST PIC X(6).
           02 PIC X(25).
       FD MSKACCT.
       01 MAP PIC X(28).
       FD MSKCLM.
       01 MLP PIC X(88).
       FD MASKRPT.
       01 RPT-LINE PIC X(80).
      *    THE MASKED ACCOUNT FILE IS PUT BACK INTO ACCOUNT ORDER,
      *    AS THE POSTING AND STATEMENT RUNS EXPECT.
       SD WORK.
       01 WORKP.
           02 W-ACCT PIC 9(11).
           02 W-DATA PIC X(23).
       WORKING-STORAGE SECTION.
       01 WS-KSDS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\KSDS.PAT'.
       01 WS-KSDS-DSN PIC X(100).
       01 WS-KSDS-STATUS PIC X(2).
       01 WS-CUSTMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CUSTMST.PAT'.
       01 WS-CUSTMST-DSN PIC X(100).
       01 WS-CUSTMST-STATUS PIC X(2).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-CARDMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CARDMST.PAT'.
       01 WS-CARDMST-DSN PIC X(100).
       01 WS-CARDMST-STATUS PIC X(2).
       01 WS-RELMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\RELMST.PAT'.
       01 WS-RELMST-DSN PIC X(100).
       01 WS-RELMST-STATUS PIC X(2).
       01 WS-ACCOUNT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ACCOUNT.PAT'.
       01 WS-ACCOUNT-DSN PIC X(100).
       01 WS-ACCOUNT-STATUS PIC X(2).
       01 WS-CLAIMMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLAIMMST.PAT'.
       01 WS-CLAIMMST-DSN PIC X(100).
       01 WS-CLAIMMST-STATUS PIC X(2).
       01 WS-MSKKSDS-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MSKKSDS.PAT'.
       01 WS-MSKKSDS-DSN PIC X(100).
       01 WS-MSKKSDS-STATUS PIC X(2).
       01 WS-MSKCUST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MSKCUST.PAT'.
       01 WS-MSKCUST-DSN PIC X(100).
       01 WS-MSKCUST-STATUS PIC X(2).
       01 WS-MSKNAME-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MSKNAME.PAT'.
       01 WS-MSKNAME-DSN PIC X(100).
       01 WS-MSKNAME-STATUS PIC X(2).
       01 WS-MSKCARD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MSKCARD.PAT'.
       01 WS-MSKCARD-DSN PIC X(100).
       01 WS-MSKCARD-STATUS PIC X(2).
       01 WS-MSKREL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MSKREL.PAT'.
       01 WS-MSKREL-DSN PIC X(100).
       01 WS-MSKREL-STATUS PIC X(2).
       01 WS-MSKACCT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MSKACCT.PAT'.
       01 WS-MSKACCT-DSN PIC X(100).
       01 WS-MSKACCT-STATUS PIC X(2).
       01 WS-MSKCLM-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MSKCLM.PAT'.
       01 WS-MSKCLM-DSN PIC X(100).
       01 WS-MSKCLM-STATUS PIC X(2).
       01 WS-MASKRPT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MASKRPT.PAT'.
       01 WS-MASKRPT-DSN PIC X(100).
       01 WS-MASKRPT-STATUS PIC X(2).
       01 WS-WORK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\MSKWORK.PAT'.
       01 WS-WORK-DSN PIC X(100).
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-ACCT-HDR-SW PIC X VALUE 'N'.
           88 WS-ACCT-HDR-SEEN VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
      *    THE MASKING KEY.  THE SAME REAL KEY ALWAYS MASKS TO THE
      *    SAME VALUE UNDER THE SAME MASK_KEY, IN EVERY FILE AND IN
      *    EVERY RUN, SO FILES MASKED SEPARATELY STILL JOIN.  THE
      *    DEFAULT BELOW IS FOR DEVELOPMENT ONLY; THE PRODUCTION
      *    EXTRACT IS RUN WITH MASK_KEY FROM THE SECURED PARAMETERS
      *    SO THE MASKED KEYS CANNOT BE WORKED BACK FROM THE SOURCE.
       01 WS-MASK-KEY-X PIC X(16).
       01 WS-MASK-KEY PIC X(16) VALUE '7319046285173920'.
       01 WS-MASK-KEY-TABLE REDEFINES WS-MASK-KEY.
           02 WS-MASK-KEY-DIGIT PIC 9 OCCURS 16 TIMES.
       01 WS-TOL-X PIC X(2).
       01 WS-TOL PIC 9(2) VALUE 10.
       01 WS-ALPHA PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    KEY MASKING WORK AREAS.
       01 WS-MK-IN PIC X(16).
       01 WS-MK-OUT PIC X(16).
       01 WS-MK-LEN PIC S9(3) COMP.
       01 WS-MK-POS PIC S9(3) COMP.
       01 WS-MK-KPOS PIC S9(3) COMP.
       01 WS-MK-K PIC 9.
       01 WS-MK-ACC PIC 9(3) COMP.
       01 WS-MK-SUM PIC 9(5) COMP.
       01 WS-MK-QUOT PIC 9(12) COMP.
       01 WS-MK-VAL PIC 9(3) COMP.
       01 WS-MK-LETTER PIC 9(3) COMP.
       01 WS-MK-WORK PIC 9(12) COMP.
       01 WS-MK-HASH PIC 9(9) COMP.
       01 WS-MK-CHAR PIC X.
       01 WS-MK-DIGIT REDEFINES WS-MK-CHAR PIC 9.
      *    FAKE NAME AND ADDRESS TABLES.  EVERY VALUE IS PICKED BY
      *    THE MASKED KEY, SO THE SAME CUSTOMER GETS THE SAME FAKE
      *    NAME WHEREVER THE SAME KEY APPEARS.
       01 WS-FIRST-NAMES.
           02 PIC X(10) VALUE 'JAMES'.
           02 PIC X(10) VALUE 'MARY'.
           02 PIC X(10) VALUE 'ROBERT'.
           02 PIC X(10) VALUE 'PATRICIA'.
           02 PIC X(10) VALUE 'JOHN'.
           02 PIC X(10) VALUE 'JENNIFER'.
           02 PIC X(10) VALUE 'MICHAEL'.
           02 PIC X(10) VALUE 'LINDA'.
           02 PIC X(10) VALUE 'DAVID'.
           02 PIC X(10) VALUE 'ELIZABETH'.
           02 PIC X(10) VALUE 'WILLIAM'.
           02 PIC X(10) VALUE 'BARBARA'.
           02 PIC X(10) VALUE 'RICHARD'.
           02 PIC X(10) VALUE 'SUSAN'.
           02 PIC X(10) VALUE 'JOSEPH'.
           02 PIC X(10) VALUE 'JESSICA'.
           02 PIC X(10) VALUE 'THOMAS'.
           02 PIC X(10) VALUE 'SARAH'.
           02 PIC X(10) VALUE 'CHARLES'.
           02 PIC X(10) VALUE 'KAREN'.
       01 WS-FIRST-TABLE REDEFINES WS-FIRST-NAMES.
           02 WS-FIRST-NAME PIC X(10) OCCURS 20 TIMES.
       01 WS-LAST-NAMES.
           02 PIC X(12) VALUE 'SMITH'.
           02 PIC X(12) VALUE 'JOHNSON'.
           02 PIC X(12) VALUE 'WILLIAMS'.
           02 PIC X(12) VALUE 'BROWN'.
           02 PIC X(12) VALUE 'JONES'.
           02 PIC X(12) VALUE 'GARCIA'.
           02 PIC X(12) VALUE 'MILLER'.
           02 PIC X(12) VALUE 'DAVIS'.
           02 PIC X(12) VALUE 'RODRIGUEZ'.
           02 PIC X(12) VALUE 'MARTINEZ'.
           02 PIC X(12) VALUE 'HERNANDEZ'.
           02 PIC X(12) VALUE 'LOPEZ'.
           02 PIC X(12) VALUE 'GONZALEZ'.
           02 PIC X(12) VALUE 'WILSON'.
           02 PIC X(12) VALUE 'ANDERSON'.
           02 PIC X(12) VALUE 'TAYLOR'.
           02 PIC X(12) VALUE 'MOORE'.
           02 PIC X(12) VALUE 'JACKSON'.
           02 PIC X(12) VALUE 'MARTIN'.
           02 PIC X(12) VALUE 'THOMPSON'.
       01 WS-LAST-TABLE REDEFINES WS-LAST-NAMES.
           02 WS-LAST-NAME PIC X(12) OCCURS 20 TIMES.
       01 WS-STREETS.
           02 PIC X(16) VALUE 'OAK ST'.
           02 PIC X(16) VALUE 'MAPLE AVE'.
           02 PIC X(16) VALUE 'CEDAR RD'.
           02 PIC X(16) VALUE 'PINE ST'.
           02 PIC X(16) VALUE 'ELM DR'.
           02 PIC X(16) VALUE 'WASHINGTON AVE'.
           02 PIC X(16) VALUE 'LAKE ST'.
           02 PIC X(16) VALUE 'HILL RD'.
           02 PIC X(16) VALUE 'PARK AVE'.
           02 PIC X(16) VALUE 'MAIN ST'.
           02 PIC X(16) VALUE 'CHURCH ST'.
           02 PIC X(16) VALUE 'WALNUT LN'.
           02 PIC X(16) VALUE 'SUNSET BLVD'.
           02 PIC X(16) VALUE 'RIVER RD'.
           02 PIC X(16) VALUE 'HIGHLAND AVE'.
           02 PIC X(16) VALUE 'MILL ST'.
           02 PIC X(16) VALUE 'SPRING ST'.
           02 PIC X(16) VALUE 'CHESTNUT CT'.
           02 PIC X(16) VALUE 'FOREST DR'.
           02 PIC X(16) VALUE 'MEADOW LN'.
       01 WS-STREET-TABLE REDEFINES WS-STREETS.
           02 WS-STREET PIC X(16) OCCURS 20 TIMES.
      *    CITY, FIRST THREE DIGITS OF ITS ZIP CODE, AREA CODE.
       01 WS-CITIES.
           02 PIC X(21) VALUE 'SPRINGFIELD    627217'.
           02 PIC X(21) VALUE 'RIVERSIDE      925951'.
           02 PIC X(21) VALUE 'FRANKLIN       370615'.
           02 PIC X(21) VALUE 'GREENVILLE     296864'.
           02 PIC X(21) VALUE 'BRISTOL        064860'.
           02 PIC X(21) VALUE 'CLINTON        527563'.
           02 PIC X(21) VALUE 'FAIRVIEW       750972'.
           02 PIC X(21) VALUE 'SALEM          973503'.
           02 PIC X(21) VALUE 'MADISON        537608'.
           02 PIC X(21) VALUE 'GEORGETOWN     786512'.
       01 WS-CITY-TABLE REDEFINES WS-CITIES.
           02 WS-CITY-ENTRY OCCURS 10 TIMES.
               03 WS-CITY-NAME PIC X(15).
               03 WS-CITY-ZIP3 PIC X(3).
               03 WS-CITY-AREA PIC X(3).
       01 WS-PICK PIC 9(9) COMP.
       01 WS-PICK-FIRST PIC 9(3) COMP.
       01 WS-PICK-LAST PIC 9(3) COMP.
       01 WS-PICK-STREET PIC 9(3) COMP.
       01 WS-PICK-CITY PIC 9(3) COMP.
       01 WS-HOUSE-NUM PIC 9(3).
       01 WS-ZIP-TAIL PIC 9(2).
       01 WS-PHONE-TAIL PIC 9(2).
       01 WS-REAL-NAME PIC X(25).
       01 WS-FAKE-NAME PIC X(25).
       01 WS-FAKE-ADDR PIC X(25).
       01 WS-FAKE-CITY PIC X(15).
       01 WS-FAKE-CITYZIP PIC X(25).
       01 WS-FAKE-PHONE PIC X(12).
      *    AMOUNT PERTURBATION WORK AREAS.  EVERY AMOUNT ON A RECORD
      *    MOVES BY THE SAME PERCENTAGE, SO A CLAIM'S NET, RESERVE
      *    AND PAID STAY IN PROPORTION TO ITS GROSS.
       01 WS-PT-PCT PIC S9(3) COMP.
       01 WS-PT-SPAN PIC 9(3) COMP.
       01 WS-PT-FACTOR PIC 9(3) COMP.
       01 WS-PT-IN PIC S9(9)V99.
       01 WS-PT-OUT PIC S9(9)V99.
       01 WS-PT-MAX PIC 9(9)V99.
       01 WS-PT-FIELD PIC X(12).
      *    THE SENSITIVE-VALUE CHECK.
       01 WS-CHK-FIELD PIC X(12).
       01 WS-CHK-OLD PIC X(25).
       01 WS-CHK-NEW PIC X(25).
       01 WS-FILE-NAME PIC X(8).
       01 WS-FILE-TABLE.
           02 WS-FILE-ENTRY OCCURS 7 TIMES INDEXED BY WS-FILE-IDX.
               03 WS-FT-NAME PIC X(8).
               03 WS-FT-STATE PIC X(1).
               03 WS-FT-READ PIC 9(7) COMP.
               03 WS-FT-WRITTEN PIC 9(7) COMP.
               03 WS-FT-KEYS PIC 9(7) COMP.
               03 WS-FT-PII PIC 9(7) COMP.
               03 WS-FT-AMTS PIC 9(7) COMP.
               03 WS-FT-EXCP PIC 9(7) COMP.
       01 WS-REC-NUM PIC 9(7) COMP.
       01 WS-EXCP-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ACCT-CNT PIC 9(7) VALUE ZERO.
       01 WS-ACCT-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-CNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-CNT-ED2 PIC Z,ZZZ,ZZ9.
       01 WS-CNT-ED3 PIC Z,ZZZ,ZZ9.
       01 WS-CNT-ED4 PIC Z,ZZZ,ZZ9.
       01 WS-CNT-ED5 PIC Z,ZZZ,ZZ9.
       01 WS-CNT-ED6 PIC Z,ZZZ,ZZ9.
       01 WS-REC-ED PIC Z(6)9.
       01 WS-WORK-LINE PIC X(80).
       01 WS-EXPECT-TRL.
           02 PIC X(4) VALUE 'TRL '.
           02 WS-ET-CNT PIC 9(7).
           02 PIC X VALUE SPACE.
           02 WS-ET-HASH PIC 9(13).9(2).
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'MASKEXT' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           PERFORM GET-PARMS-PARA.
           OPEN OUTPUT MASKRPT.
           IF WS-MASKRPT-STATUS NOT = '00'
               DISPLAY 'MASKEXT: UNABLE TO OPEN MASKRPT FILE, STATUS='
                   WS-MASKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REPORT-HEADING-PARA.
           PERFORM MASK-KSDS-PARA.
           PERFORM MASK-CUSTMST-PARA.
           PERFORM MASK-NAMADDR-PARA.
           PERFORM MASK-CARDMST-PARA.
           PERFORM MASK-RELMST-PARA.
           PERFORM MASK-ACCOUNT-PARA.
           PERFORM MASK-CLAIMMST-PARA.
           PERFORM REPORT-SUMMARY-PARA.
           CLOSE MASKRPT.
           PERFORM CONTROL-TOTAL-PARA.
           IF WS-EXCP-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
           ACCEPT WS-KSDS-DSN FROM ENVIRONMENT 'KSDS_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-KSDS-DSN = SPACES
               MOVE WS-KSDS-DSN-DFLT TO WS-KSDS-DSN
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
           MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           ACCEPT WS-CARDMST-DSN FROM ENVIRONMENT 'CARDMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CARDMST-DSN = SPACES
               MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           END-IF
           MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           ACCEPT WS-RELMST-DSN FROM ENVIRONMENT 'RELMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-RELMST-DSN = SPACES
               MOVE WS-RELMST-DSN-DFLT TO WS-RELMST-DSN
           END-IF
           MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           ACCEPT WS-ACCOUNT-DSN FROM ENVIRONMENT 'ACCOUNT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ACCOUNT-DSN = SPACES
               MOVE WS-ACCOUNT-DSN-DFLT TO WS-ACCOUNT-DSN
           END-IF
           MOVE WS-CLAIMMST-DSN-DFLT TO WS-CLAIMMST-DSN
           ACCEPT WS-CLAIMMST-DSN FROM ENVIRONMENT 'CLAIMMST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLAIMMST-DSN = SPACES
               MOVE WS-CLAIMMST-DSN-DFLT TO WS-CLAIMMST-DSN
           END-IF
           MOVE WS-MSKKSDS-DSN-DFLT TO WS-MSKKSDS-DSN
           ACCEPT WS-MSKKSDS-DSN FROM ENVIRONMENT 'MSKKSDS_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MSKKSDS-DSN = SPACES
               MOVE WS-MSKKSDS-DSN-DFLT TO WS-MSKKSDS-DSN
           END-IF
           MOVE WS-MSKCUST-DSN-DFLT TO WS-MSKCUST-DSN
           ACCEPT WS-MSKCUST-DSN FROM ENVIRONMENT 'MSKCUST_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MSKCUST-DSN = SPACES
               MOVE WS-MSKCUST-DSN-DFLT TO WS-MSKCUST-DSN
           END-IF
           MOVE WS-MSKNAME-DSN-DFLT TO WS-MSKNAME-DSN
           ACCEPT WS-MSKNAME-DSN FROM ENVIRONMENT 'MSKNAME_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MSKNAME-DSN = SPACES
               MOVE WS-MSKNAME-DSN-DFLT TO WS-MSKNAME-DSN
           END-IF
           MOVE WS-MSKCARD-DSN-DFLT TO WS-MSKCARD-DSN
           ACCEPT WS-MSKCARD-DSN FROM ENVIRONMENT 'MSKCARD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MSKCARD-DSN = SPACES
               MOVE WS-MSKCARD-DSN-DFLT TO WS-MSKCARD-DSN
           END-IF
           MOVE WS-MSKREL-DSN-DFLT TO WS-MSKREL-DSN
           ACCEPT WS-MSKREL-DSN FROM ENVIRONMENT 'MSKREL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MSKREL-DSN = SPACES
               MOVE WS-MSKREL-DSN-DFLT TO WS-MSKREL-DSN
           END-IF
           MOVE WS-MSKACCT-DSN-DFLT TO WS-MSKACCT-DSN
           ACCEPT WS-MSKACCT-DSN FROM ENVIRONMENT 'MSKACCT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MSKACCT-DSN = SPACES
               MOVE WS-MSKACCT-DSN-DFLT TO WS-MSKACCT-DSN
           END-IF
           MOVE WS-MSKCLM-DSN-DFLT TO WS-MSKCLM-DSN
           ACCEPT WS-MSKCLM-DSN FROM ENVIRONMENT 'MSKCLM_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MSKCLM-DSN = SPACES
               MOVE WS-MSKCLM-DSN-DFLT TO WS-MSKCLM-DSN
           END-IF
           MOVE WS-MASKRPT-DSN-DFLT TO WS-MASKRPT-DSN
           ACCEPT WS-MASKRPT-DSN FROM ENVIRONMENT 'MASKRPT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MASKRPT-DSN = SPACES
               MOVE WS-MASKRPT-DSN-DFLT TO WS-MASKRPT-DSN
           END-IF
           MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           ACCEPT WS-WORK-DSN FROM ENVIRONMENT 'WORK_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF.
      *    MASK_KEY IS SIXTEEN DIGITS.  MASK_TOL IS THE MOST, IN
      *    WHOLE PERCENT, THAT ANY AMOUNT IS MOVED UP OR DOWN.
       GET-PARMS-PARA.
           MOVE SPACES TO WS-MASK-KEY-X
           ACCEPT WS-MASK-KEY-X FROM ENVIRONMENT 'MASK_KEY'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-MASK-KEY-X IS NUMERIC
               MOVE WS-MASK-KEY-X TO WS-MASK-KEY
           ELSE
               DISPLAY 'MASKEXT: NO MASK_KEY GIVEN, DEVELOPMENT KEY '
                   'USED - EXTRACT IS NOT FOR RELEASE OUTSIDE IT'
           END-IF
           MOVE SPACES TO WS-TOL-X
           ACCEPT WS-TOL-X FROM ENVIRONMENT 'MASK_TOL'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TOL-X IS NUMERIC
               MOVE WS-TOL-X TO WS-TOL
           END-IF
           IF WS-TOL = ZERO OR WS-TOL > 50
               MOVE 10 TO WS-TOL
           END-IF
           MOVE 'KSDS' TO WS-FT-NAME(1)
           MOVE 'CUSTMST' TO WS-FT-NAME(2)
           MOVE 'NAMADDR' TO WS-FT-NAME(3)
           MOVE 'CARDMST' TO WS-FT-NAME(4)
           MOVE 'RELMST' TO WS-FT-NAME(5)
           MOVE 'ACCOUNT' TO WS-FT-NAME(6)
           MOVE 'CLAIMMST' TO WS-FT-NAME(7)
           SET WS-FILE-IDX TO 1
           PERFORM UNTIL WS-FILE-IDX > 7
               MOVE 'N' TO WS-FT-STATE(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-READ(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-WRITTEN(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-KEYS(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-PII(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-AMTS(WS-FILE-IDX)
               MOVE ZERO TO WS-FT-EXCP(WS-FILE-IDX)
               SET WS-FILE-IDX UP BY 1
           END-PERFORM.
      *    POLICY MASTER: POLICY AND CUSTOMER NUMBERS MASKED, THE
      *    PREMIUM, SUM ASSURED AND TAX PERTURBED.  AGENT CODES ARE
      *    NOT PERSONAL DATA AND ARE LEFT AS THEY ARE.
       MASK-KSDS-PARA.
           SET WS-FILE-IDX TO 1
           OPEN INPUT KSDS
           IF WS-KSDS-STATUS = '35'
               PERFORM FILE-ABSENT-PARA
           ELSE
               IF WS-KSDS-STATUS NOT = '00'
                   DISPLAY 'MASKEXT: UNABLE TO OPEN KSDS FILE, STATUS='
                       WS-KSDS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT MSKKSDS
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ KSDS NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM MASK-POLICY-PARA
                   END-READ
               END-PERFORM
               CLOSE KSDS
               CLOSE MSKKSDS
           END-IF.
       MASK-POLICY-PARA.
           PERFORM COUNT-READ-PARA
           MOVE 'O-CUST' TO WS-CHK-FIELD
           MOVE O-CUST TO WS-MK-IN
           PERFORM MASK-KEY-PARA
           MOVE WS-MK-OUT TO O-CUST
           MOVE 'O-NUM' TO WS-CHK-FIELD
           MOVE O-NUM TO WS-MK-IN
           PERFORM MASK-KEY-PARA
           MOVE WS-MK-OUT TO O-NUM
           PERFORM PICK-PERCENT-PARA
           MOVE 'O-AMT' TO WS-PT-FIELD
           MOVE O-AMT TO WS-PT-IN
           MOVE 99999.99 TO WS-PT-MAX
           PERFORM PERTURB-PARA
           MOVE WS-PT-OUT TO O-AMT
           MOVE 'O-SUM' TO WS-PT-FIELD
           MOVE O-SUM TO WS-PT-IN
           MOVE 999999.99 TO WS-PT-MAX
           PERFORM PERTURB-PARA
           MOVE WS-PT-OUT TO O-SUM
           MOVE 'O-TAX' TO WS-PT-FIELD
           MOVE O-TAX TO WS-PT-IN
           MOVE 999999.99 TO WS-PT-MAX
           PERFORM PERTURB-PARA
           MOVE WS-PT-OUT TO O-TAX
           WRITE MKP FROM OUTP
               INVALID KEY PERFORM DUPLICATE-KEY-PARA
               NOT INVALID KEY PERFORM COUNT-WRITTEN-PARA
           END-WRITE.
      *    CUSTOMER MASTER: NUMBER MASKED, NAME, ADDRESS, CITY AND
      *    TELEPHONE REPLACED.
       MASK-CUSTMST-PARA.
           SET WS-FILE-IDX TO 2
           OPEN INPUT CUSTMST
           IF WS-CUSTMST-STATUS = '35'
               PERFORM FILE-ABSENT-PARA
           ELSE
               IF WS-CUSTMST-STATUS NOT = '00'
                   DISPLAY 'MASKEXT: UNABLE TO OPEN CUSTMST FILE, '
                       'STATUS=' WS-CUSTMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT MSKCUST
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CUSTMST NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM MASK-CUSTOMER-PARA
                   END-READ
               END-PERFORM
               CLOSE CUSTMST
               CLOSE MSKCUST
           END-IF.
       MASK-CUSTOMER-PARA.
           PERFORM COUNT-READ-PARA
           MOVE 'C-CUST' TO WS-CHK-FIELD
           MOVE C-CUST TO WS-MK-IN
           PERFORM MASK-KEY-PARA
           MOVE WS-MK-OUT TO C-CUST
           MOVE C-NAME TO WS-REAL-NAME
           PERFORM FAKE-IDENTITY-PARA
           MOVE 'C-NAME' TO WS-CHK-FIELD
           MOVE C-NAME TO WS-CHK-OLD
           MOVE WS-FAKE-NAME TO C-NAME
           MOVE C-NAME TO WS-CHK-NEW
           PERFORM CHECK-PII-PARA
           MOVE 'C-ADDR' TO WS-CHK-FIELD
           MOVE C-ADDR TO WS-CHK-OLD
           MOVE WS-FAKE-ADDR TO C-ADDR
           MOVE C-ADDR TO WS-CHK-NEW
           PERFORM CHECK-PII-PARA
           MOVE 'C-CITY' TO WS-CHK-FIELD
           MOVE C-CITY TO WS-CHK-OLD
           MOVE WS-FAKE-CITY TO C-CITY
           MOVE C-CITY TO WS-CHK-NEW
           PERFORM CHECK-PII-PARA
           MOVE 'C-PHONE' TO WS-CHK-FIELD
           MOVE C-PHONE TO WS-CHK-OLD
           MOVE WS-FAKE-PHONE TO C-PHONE
           MOVE C-PHONE TO WS-CHK-NEW
           PERFORM CHECK-PII-PARA
           WRITE MCP FROM CUST-REC
               INVALID KEY PERFORM DUPLICATE-KEY-PARA
               NOT INVALID KEY PERFORM COUNT-WRITTEN-PARA
           END-WRITE.
      *    NAME/ADDRESS MASTER: THE KEY IS A POLICY, DEPOSIT OR CARD
      *    ACCOUNT NUMBER AND MASKS EXACTLY AS IT DOES ON ITS OWN
      *    MASTER.  THE SECOND ADDRESS LINE KEEPS THE CITY-AND-ZIP
      *    FORM THE MAIL RUNS SORT ON.
       MASK-NAMADDR-PARA.
           SET WS-FILE-IDX TO 3
           OPEN INPUT NAMADDR
           IF WS-NAMADDR-STATUS = '35'
               PERFORM FILE-ABSENT-PARA
           ELSE
               IF WS-NAMADDR-STATUS NOT = '00'
                   DISPLAY 'MASKEXT: UNABLE TO OPEN NAMADDR FILE, '
                       'STATUS=' WS-NAMADDR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT MSKNAME
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ NAMADDR NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM MASK-NAME-ADDRESS-PARA
                   END-READ
               END-PERFORM
               CLOSE NAMADDR
               CLOSE MSKNAME
           END-IF.
       MASK-NAME-ADDRESS-PARA.
           PERFORM COUNT-READ-PARA
           MOVE 'NA-KEY' TO WS-CHK-FIELD
           MOVE NA-KEY TO WS-MK-IN
           PERFORM MASK-KEY-PARA
           MOVE WS-MK-OUT TO NA-KEY
           MOVE NA-NAME TO WS-REAL-NAME
           PERFORM FAKE-IDENTITY-PARA
           MOVE 'NA-NAME' TO WS-CHK-FIELD
           MOVE NA-NAME TO WS-CHK-OLD
           MOVE WS-FAKE-NAME TO NA-NAME
           MOVE NA-NAME TO WS-CHK-NEW
           PERFORM CHECK-PII-PARA
           MOVE 'NA-ADDR1' TO WS-CHK-FIELD
           MOVE NA-ADDR1 TO WS-CHK-OLD
           MOVE WS-FAKE-ADDR TO NA-ADDR1
           MOVE NA-ADDR1 TO WS-CHK-NEW
           PERFORM CHECK-PII-PARA
           MOVE 'NA-ADDR2' TO WS-CHK-FIELD
           MOVE NA-ADDR2 TO WS-CHK-OLD
           MOVE WS-FAKE-CITYZIP TO NA-ADDR2
           MOVE NA-ADDR2 TO WS-CHK-NEW
           PERFORM CHECK-PII-PARA
           WRITE MNP FROM NA-REC
               INVALID KEY PERFORM DUPLICATE-KEY-PARA
               NOT INVALID KEY PERFORM COUNT-WRITTEN-PARA
           END-WRITE.
      *    CARD MASTER: CARD NUMBER MASKED, EMBOSSED NAME REPLACED,
      *    CREDIT LIMIT PERTURBED.
       MASK-CARDMST-PARA.
           SET WS-FILE-IDX TO 4
           OPEN INPUT CARDMST
           IF WS-CARDMST-STATUS = '35'
               PERFORM FILE-ABSENT-PARA
           ELSE
               IF WS-CARDMST-STATUS NOT = '00'
                   DISPLAY 'MASKEXT: UNABLE TO OPEN CARDMST FILE, '
                       'STATUS=' WS-CARDMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT MSKCARD
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CARDMST NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM MASK-CARD-PARA
                   END-READ
               END-PERFORM
               CLOSE CARDMST
               CLOSE MSKCARD
           END-IF.
       MASK-CARD-PARA.
           PERFORM COUNT-READ-PARA
           MOVE 'CM-ACCT' TO WS-CHK-FIELD
           MOVE CM-ACCT TO WS-MK-IN
           PERFORM MASK-KEY-PARA
           MOVE WS-MK-OUT TO CM-ACCT
           MOVE CM-NAME TO WS-REAL-NAME
           PERFORM FAKE-IDENTITY-PARA
           MOVE 'CM-NAME' TO WS-CHK-FIELD
           MOVE CM-NAME TO WS-CHK-OLD
           MOVE WS-FAKE-NAME TO CM-NAME
           MOVE CM-NAME TO WS-CHK-NEW
           PERFORM CHECK-PII-PARA
           PERFORM PICK-PERCENT-PARA
           MOVE 'CM-LIMIT' TO WS-PT-FIELD
           MOVE CM-LIMIT TO WS-PT-IN
           MOVE 9999999.99 TO WS-PT-MAX
           PERFORM PERTURB-PARA
           MOVE WS-PT-OUT TO CM-LIMIT
           WRITE MDP FROM CM-REC
               INVALID KEY PERFORM DUPLICATE-KEY-PARA
               NOT INVALID KEY PERFORM COUNT-WRITTEN-PARA
           END-WRITE.
      *    CUSTOMER/ACCOUNT RELATIONSHIPS: BOTH SIDES MASKED WITH THE
      *    SAME KEY AS THEIR MASTERS, SO THE CROSS-REFERENCE BUILT
      *    FROM THE MASKED FILES MATCHES THE MASKED MASTERS.
       MASK-RELMST-PARA.
           SET WS-FILE-IDX TO 5
           OPEN INPUT RELMST
           IF WS-RELMST-STATUS = '35'
               PERFORM FILE-ABSENT-PARA
           ELSE
               IF WS-RELMST-STATUS NOT = '00'
                   DISPLAY 'MASKEXT: UNABLE TO OPEN RELMST FILE, '
                       'STATUS=' WS-RELMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT MSKREL
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RELMST NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM MASK-RELATION-PARA
                   END-READ
               END-PERFORM
               CLOSE RELMST
               CLOSE MSKREL
           END-IF.
       MASK-RELATION-PARA.
           PERFORM COUNT-READ-PARA
           MOVE 'RL-ACCT' TO WS-CHK-FIELD
           MOVE RL-ACCT TO WS-MK-IN
           PERFORM MASK-KEY-PARA
           MOVE WS-MK-OUT TO RL-ACCT
           MOVE 'RL-CUST' TO WS-CHK-FIELD
           MOVE RL-CUST TO WS-MK-IN
           PERFORM MASK-KEY-PARA
           MOVE WS-MK-OUT TO RL-CUST
           WRITE MRP FROM REL-REC
               INVALID KEY PERFORM DUPLICATE-KEY-PARA
               NOT INVALID KEY PERFORM COUNT-WRITTEN-PARA
           END-WRITE.
      *    DEPOSIT ACCOUNTS: NUMBER MASKED, BALANCE PERTURBED.  A
      *    FILE THAT CAME WITH A HEADER GOES OUT WITH THE SAME HEADER
      *    AND A TRAILER FOR THE MASKED BALANCES.
       MASK-ACCOUNT-PARA.
           SET WS-FILE-IDX TO 6
           OPEN INPUT ACCOUNT
           IF WS-ACCOUNT-STATUS = '35'
               PERFORM FILE-ABSENT-PARA
           ELSE
               IF WS-ACCOUNT-STATUS NOT = '00'
                   DISPLAY 'MASKEXT: UNABLE TO OPEN ACCOUNT FILE, '
                       'STATUS=' WS-ACCOUNT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT MSKACCT
               MOVE 'N' TO WS-EOF-SW
               SORT WORK ON ASCENDING KEY W-ACCT
               INPUT PROCEDURE IS RELEASE-ACCOUNT-PARA
               OUTPUT PROCEDURE IS WRITE-ACCOUNT-PARA
               CLOSE ACCOUNT
               CLOSE MSKACCT
           END-IF.
       RELEASE-ACCOUNT-PARA.
           PERFORM UNTIL WS-EOF
               READ ACCOUNT
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-ACCT-CTL(1:3) = 'HDR'
                           SET WS-ACCT-HDR-SEEN TO TRUE
                           MOVE WS-ACCT-CTL TO MAP
                           WRITE MAP
                       ELSE
                           IF WS-ACCT-CTL(1:3) NOT = 'TRL'
                               PERFORM MASK-DEPOSIT-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       MASK-DEPOSIT-PARA.
           PERFORM COUNT-READ-PARA
           MOVE 'ACCT-NUM' TO WS-CHK-FIELD
           MOVE WS-ACCT-NUM TO WS-MK-IN
           PERFORM MASK-KEY-PARA
           MOVE WS-MK-OUT(1:11) TO WS-ACCT-NUM
           PERFORM PICK-PERCENT-PARA
           MOVE 'ACCT-BAL' TO WS-PT-FIELD
           MOVE WS-ACCT-BAL TO WS-PT-IN
           MOVE 999999999.99 TO WS-PT-MAX
           PERFORM PERTURB-PARA
           MOVE WS-PT-OUT TO WS-ACCT-BAL
           MOVE WS-ACCT-NUM TO W-ACCT
           MOVE WS-ACCT TO W-DATA
           RELEASE WORKP.
       WRITE-ACCOUNT-PARA.
           PERFORM UNTIL WS-SORT-EOF
               RETURN WORK
                   AT END SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO MAP
                       MOVE W-DATA TO MAP
                       WRITE MAP
                       MOVE W-DATA TO WS-ACCT
                       PERFORM COUNT-WRITTEN-PARA
                       ADD 1 TO WS-ACCT-CNT
                       IF WS-ACCT-BAL < ZERO
                           SUBTRACT WS-ACCT-BAL FROM WS-ACCT-HASH
                       ELSE
                           ADD WS-ACCT-BAL TO WS-ACCT-HASH
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-ACCT-HDR-SEEN
               MOVE WS-ACCT-CNT TO WS-ET-CNT
               MOVE WS-ACCT-HASH TO WS-ET-HASH
               MOVE WS-EXPECT-TRL TO MAP
               WRITE MAP
           END-IF.
      *    CLAIMS: POLICY NUMBER MASKED, AMOUNTS PERTURBED.  THE
      *    CLAIM NUMBER IS THE COMPANY'S OWN AND IS KEPT.
       MASK-CLAIMMST-PARA.
           SET WS-FILE-IDX TO 7
           OPEN INPUT CLAIMMST
           IF WS-CLAIMMST-STATUS = '35'
               PERFORM FILE-ABSENT-PARA
           ELSE
               IF WS-CLAIMMST-STATUS NOT = '00'
                   DISPLAY 'MASKEXT: UNABLE TO OPEN CLAIMMST FILE, '
                       'STATUS=' WS-CLAIMMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT MSKCLM
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CLAIMMST
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF CLM(1:3) = 'HDR' OR CLM(1:3) = 'TRL'
                               MOVE CLM TO MLP
                               WRITE MLP
                           ELSE
                               PERFORM MASK-CLAIM-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIMMST
               CLOSE MSKCLM
           END-IF.
       MASK-CLAIM-PARA.
           PERFORM COUNT-READ-PARA
           MOVE 'CM-POLICY' TO WS-CHK-FIELD
           MOVE CM-POLICY TO WS-MK-IN
           PERFORM MASK-KEY-PARA
           MOVE WS-MK-OUT TO CM-POLICY
           PERFORM PICK-PERCENT-PARA
           MOVE 'CM-AMT' TO WS-PT-FIELD
           MOVE CM-AMT TO WS-PT-IN
           MOVE 99999.99 TO WS-PT-MAX
           PERFORM PERTURB-PARA
           MOVE WS-PT-OUT TO CM-AMT
           MOVE 'CM-NET' TO WS-PT-FIELD
           MOVE CM-NET TO WS-PT-IN
           MOVE 99999.99 TO WS-PT-MAX
           PERFORM PERTURB-PARA
           MOVE WS-PT-OUT TO CM-NET
           MOVE 'CM-RESERVE' TO WS-PT-FIELD
           MOVE CM-RESERVE TO WS-PT-IN
           MOVE 999999.99 TO WS-PT-MAX
           PERFORM PERTURB-PARA
           MOVE WS-PT-OUT TO CM-RESERVE
           MOVE 'CM-PAID' TO WS-PT-FIELD
           MOVE CM-PAID TO WS-PT-IN
           MOVE 999999.99 TO WS-PT-MAX
           PERFORM PERTURB-PARA
           MOVE WS-PT-OUT TO CM-PAID
           MOVE CLM TO MLP
           WRITE MLP
           PERFORM COUNT-WRITTEN-PARA.
      *    EACH LETTER IS REPLACED BY A LETTER AND EACH DIGIT BY A
      *    DIGIT, SO A MASKED KEY HAS THE SAME FORM AS A REAL ONE.
      *    A LEFT-TO-RIGHT PASS AND A RIGHT-TO-LEFT PASS, EACH
      *    CARRYING WHAT HAS BEEN MASKED SO FAR, MEAN A CHANGE TO ANY
      *    ONE CHARACTER CHANGES THE WHOLE KEY.  EACH STEP CAN BE
      *    UNDONE, SO TWO REAL KEYS NEVER MASK TO THE SAME VALUE.
      *    ONLY THE KEY AS FAR AS ITS LAST NON-BLANK COUNTS, SO A
      *    POLICY NUMBER MASKS THE SAME ON THE POLICY MASTER AS IN
      *    THE LONGER NAME/ADDRESS KEY.  THE SECOND PASS ALSO BUILDS
      *    THE HASH THE FAKE VALUES ARE PICKED BY.
       MASK-KEY-PARA.
           MOVE WS-MK-IN TO WS-MK-OUT
           MOVE 16 TO WS-MK-LEN
           PERFORM UNTIL WS-MK-LEN = ZERO
                   OR WS-MK-OUT(WS-MK-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MK-LEN
           END-PERFORM
           MOVE ZERO TO WS-MK-ACC
           MOVE 1 TO WS-MK-POS
           PERFORM UNTIL WS-MK-POS > WS-MK-LEN
               MOVE WS-MASK-KEY-DIGIT(WS-MK-POS) TO WS-MK-K
               PERFORM MASK-CHAR-PARA
               ADD 1 TO WS-MK-POS
           END-PERFORM
           MOVE ZERO TO WS-MK-ACC
           MOVE ZERO TO WS-MK-HASH
           MOVE WS-MK-LEN TO WS-MK-POS
           PERFORM UNTIL WS-MK-POS < 1
               COMPUTE WS-MK-KPOS = 17 - WS-MK-POS
               MOVE WS-MASK-KEY-DIGIT(WS-MK-KPOS) TO WS-MK-K
               PERFORM MASK-CHAR-PARA
               COMPUTE WS-MK-WORK = WS-MK-HASH * 31 + WS-MK-VAL + 1
               DIVIDE WS-MK-WORK BY 999999937 GIVING WS-MK-QUOT
                   REMAINDER WS-MK-HASH
               SUBTRACT 1 FROM WS-MK-POS
           END-PERFORM
           MOVE WS-MK-IN TO WS-CHK-OLD
           MOVE WS-MK-OUT TO WS-CHK-NEW
           IF WS-MK-LEN > ZERO
               ADD 1 TO WS-FT-KEYS(WS-FILE-IDX)
               PERFORM CHECK-VALUE-PARA
           END-IF.
       MASK-CHAR-PARA.
           MOVE WS-MK-OUT(WS-MK-POS:1) TO WS-MK-CHAR
           MOVE ZERO TO WS-MK-VAL
           IF WS-MK-CHAR IS NUMERIC
               COMPUTE WS-MK-SUM = WS-MK-DIGIT + WS-MK-K + WS-MK-ACC
               DIVIDE WS-MK-SUM BY 10 GIVING WS-MK-QUOT
                   REMAINDER WS-MK-VAL
               MOVE WS-MK-VAL TO WS-MK-DIGIT
               MOVE WS-MK-CHAR TO WS-MK-OUT(WS-MK-POS:1)
           ELSE
               MOVE ZERO TO WS-MK-LETTER
               INSPECT WS-ALPHA TALLYING WS-MK-LETTER
                   FOR CHARACTERS BEFORE INITIAL WS-MK-CHAR
               IF WS-MK-LETTER < 26
                   COMPUTE WS-MK-SUM =
                       WS-MK-LETTER + WS-MK-K + WS-MK-ACC
                   DIVIDE WS-MK-SUM BY 26 GIVING WS-MK-QUOT
                       REMAINDER WS-MK-VAL
                   MOVE WS-ALPHA(WS-MK-VAL + 1:1)
                       TO WS-MK-OUT(WS-MK-POS:1)
               END-IF
           END-IF
           COMPUTE WS-MK-SUM = WS-MK-ACC + WS-MK-VAL + 7
           DIVIDE WS-MK-SUM BY 100 GIVING WS-MK-QUOT
               REMAINDER WS-MK-ACC.
      *    A FAKE IDENTITY FOR THE KEY JUST MASKED.  SHOULD THE PICK
      *    HAPPEN TO MATCH THE REAL NAME, THE NEXT NAME IS TAKEN.
       FAKE-IDENTITY-PARA.
           MOVE WS-MK-HASH TO WS-PICK
           DIVIDE WS-PICK BY 20 GIVING WS-MK-QUOT
               REMAINDER WS-PICK-FIRST
           MOVE WS-MK-QUOT TO WS-PICK
           DIVIDE WS-PICK BY 20 GIVING WS-MK-QUOT
               REMAINDER WS-PICK-LAST
           MOVE WS-MK-QUOT TO WS-PICK
           DIVIDE WS-PICK BY 20 GIVING WS-MK-QUOT
               REMAINDER WS-PICK-STREET
           MOVE WS-MK-QUOT TO WS-PICK
           DIVIDE WS-PICK BY 10 GIVING WS-MK-QUOT
               REMAINDER WS-PICK-CITY
           MOVE WS-MK-QUOT TO WS-PICK
           DIVIDE WS-PICK BY 900 GIVING WS-MK-QUOT
               REMAINDER WS-HOUSE-NUM
           MOVE WS-MK-QUOT TO WS-PICK
           ADD 100 TO WS-HOUSE-NUM
           DIVIDE WS-PICK BY 100 GIVING WS-MK-QUOT
               REMAINDER WS-ZIP-TAIL
           MOVE WS-MK-QUOT TO WS-PICK
           DIVIDE WS-MK-HASH BY 100 GIVING WS-MK-QUOT
               REMAINDER WS-PHONE-TAIL
           ADD 1 TO WS-PICK-FIRST
           ADD 1 TO WS-PICK-LAST
           ADD 1 TO WS-PICK-STREET
           ADD 1 TO WS-PICK-CITY
           PERFORM BUILD-NAME-PARA
           IF WS-FAKE-NAME = WS-REAL-NAME
               ADD 1 TO WS-PICK-LAST
               IF WS-PICK-LAST > 20
                   MOVE 1 TO WS-PICK-LAST
               END-IF
               PERFORM BUILD-NAME-PARA
           END-IF
           MOVE SPACES TO WS-FAKE-ADDR
           STRING WS-HOUSE-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STREET(WS-PICK-STREET) DELIMITED BY SIZE
               INTO WS-FAKE-ADDR
           MOVE WS-CITY-NAME(WS-PICK-CITY) TO WS-FAKE-CITY
           MOVE SPACES TO WS-FAKE-CITYZIP
           STRING WS-CITY-NAME(WS-PICK-CITY) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-CITY-ZIP3(WS-PICK-CITY) DELIMITED BY SIZE
                  WS-ZIP-TAIL DELIMITED BY SIZE
               INTO WS-FAKE-CITYZIP
           MOVE SPACES TO WS-FAKE-PHONE
           STRING WS-CITY-AREA(WS-PICK-CITY) DELIMITED BY SIZE
                  '-555-01' DELIMITED BY SIZE
                  WS-PHONE-TAIL DELIMITED BY SIZE
               INTO WS-FAKE-PHONE.
       BUILD-NAME-PARA.
           MOVE SPACES TO WS-FAKE-NAME
           STRING WS-FIRST-NAME(WS-PICK-FIRST) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-LAST-NAME(WS-PICK-LAST) DELIMITED BY SPACE
               INTO WS-FAKE-NAME.
      *    THE PERCENTAGE FOR THIS RECORD, UP OR DOWN BY AT MOST
      *    MASK_TOL AND NEVER ZERO.
       PICK-PERCENT-PARA.
           COMPUTE WS-PT-SPAN = WS-TOL * 2 + 1
           DIVIDE WS-MK-HASH BY 7 GIVING WS-PICK
           DIVIDE WS-PICK BY WS-PT-SPAN GIVING WS-MK-QUOT
               REMAINDER WS-PT-PCT
           MOVE WS-MK-QUOT TO WS-PICK
           SUBTRACT WS-TOL FROM WS-PT-PCT
           IF WS-PT-PCT = ZERO
               MOVE WS-TOL TO WS-PT-PCT
           END-IF.
      *    AN AMOUNT THAT WOULD OVERFLOW ITS FIELD IS MOVED DOWN
      *    INSTEAD, AND ONE TOO SMALL FOR THE PERCENTAGE TO SHOW IS
      *    MOVED A CENT FURTHER FROM ZERO, SO NO REAL AMOUNT GOES
      *    OUT UNCHANGED.
       PERTURB-PARA.
           COMPUTE WS-PT-FACTOR = 100 + WS-PT-PCT
           COMPUTE WS-PT-OUT ROUNDED = WS-PT-IN * WS-PT-FACTOR / 100
           IF WS-PT-OUT > WS-PT-MAX OR WS-PT-OUT < ZERO - WS-PT-MAX
               COMPUTE WS-PT-FACTOR = 100 - WS-PT-PCT
               COMPUTE WS-PT-OUT ROUNDED =
                   WS-PT-IN * WS-PT-FACTOR / 100
           END-IF
           IF WS-PT-OUT = WS-PT-IN AND WS-PT-IN NOT = ZERO
               IF WS-PT-IN > ZERO
                   ADD .01 TO WS-PT-OUT
               ELSE
                   SUBTRACT .01 FROM WS-PT-OUT
               END-IF
           END-IF
           IF WS-PT-IN NOT = ZERO
               ADD 1 TO WS-FT-AMTS(WS-FILE-IDX)
               IF WS-PT-OUT = WS-PT-IN
                   MOVE WS-PT-FIELD TO WS-CHK-FIELD
                   PERFORM EXCEPTION-LINE-PARA
               END-IF
           END-IF.
      *    EVERY SENSITIVE FIELD IS COMPARED, BEFORE AND AFTER, AS
      *    THE RECORD IS MASKED.  ANY VALUE THAT WENT OUT UNCHANGED
      *    IS LISTED AND THE EXTRACT IS FAILED.
       CHECK-PII-PARA.
           ADD 1 TO WS-FT-PII(WS-FILE-IDX)
           PERFORM CHECK-VALUE-PARA.
       CHECK-VALUE-PARA.
           IF WS-CHK-OLD NOT = SPACES AND WS-CHK-NEW = WS-CHK-OLD
               PERFORM EXCEPTION-LINE-PARA
           END-IF.
       EXCEPTION-LINE-PARA.
           ADD 1 TO WS-FT-EXCP(WS-FILE-IDX)
           ADD 1 TO WS-EXCP-CNT
           MOVE WS-FT-READ(WS-FILE-IDX) TO WS-REC-ED
           MOVE SPACES TO WS-WORK-LINE
           STRING '*** UNMASKED  ' DELIMITED BY SIZE
                  WS-FT-NAME(WS-FILE-IDX) DELIMITED BY SIZE
                  ' RECORD ' DELIMITED BY SIZE
                  WS-REC-ED DELIMITED BY SIZE
                  '  FIELD ' DELIMITED BY SIZE
                  WS-CHK-FIELD DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
       DUPLICATE-KEY-PARA.
           MOVE 'PRIMARY KEY' TO WS-CHK-FIELD
           PERFORM EXCEPTION-LINE-PARA.
       COUNT-READ-PARA.
           MOVE 'Y' TO WS-FT-STATE(WS-FILE-IDX)
           ADD 1 TO WS-FT-READ(WS-FILE-IDX).
       COUNT-WRITTEN-PARA.
           ADD 1 TO WS-FT-WRITTEN(WS-FILE-IDX).
       FILE-ABSENT-PARA.
           MOVE 'A' TO WS-FT-STATE(WS-FILE-IDX).
       REPORT-HEADING-PARA.
           MOVE SPACES TO WS-WORK-LINE
           STRING 'MASKED TEST-DATA EXTRACT    BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA.
      *    ONE LINE PER MASTER: RECORDS READ AND WRITTEN, KEYS
      *    MASKED, NAME/ADDRESS VALUES REPLACED, AMOUNTS PERTURBED
      *    AND VALUES FOUND UNCHANGED.
       REPORT-SUMMARY-PARA.
           MOVE SPACES TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'FILE        READ   WRITTEN      KEYS  NAME/ADR'
                      DELIMITED BY SIZE
                  '   AMOUNTS UNCHANGED' DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           SET WS-FILE-IDX TO 1
           PERFORM UNTIL WS-FILE-IDX > 7
               MOVE SPACES TO WS-WORK-LINE
               IF WS-FT-STATE(WS-FILE-IDX) = 'A'
                   STRING WS-FT-NAME(WS-FILE-IDX) DELIMITED BY SIZE
                          ' NOT ON FILE, NOT EXTRACTED'
                              DELIMITED BY SIZE
                       INTO WS-WORK-LINE
               ELSE
                   MOVE WS-FT-READ(WS-FILE-IDX) TO WS-CNT-ED
                   MOVE WS-FT-WRITTEN(WS-FILE-IDX) TO WS-CNT-ED2
                   MOVE WS-FT-KEYS(WS-FILE-IDX) TO WS-CNT-ED3
                   MOVE WS-FT-PII(WS-FILE-IDX) TO WS-CNT-ED4
                   MOVE WS-FT-AMTS(WS-FILE-IDX) TO WS-CNT-ED5
                   MOVE WS-FT-EXCP(WS-FILE-IDX) TO WS-CNT-ED6
                   STRING WS-FT-NAME(WS-FILE-IDX) DELIMITED BY SIZE
                          WS-CNT-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-CNT-ED2 DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-CNT-ED3 DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-CNT-ED4 DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-CNT-ED5 DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-CNT-ED6 DELIMITED BY SIZE
                       INTO WS-WORK-LINE
               END-IF
               PERFORM WRITE-LINE-PARA
               SET WS-FILE-IDX UP BY 1
           END-PERFORM
           MOVE ALL '=' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           IF WS-EXCP-CNT = ZERO
               STRING 'VERIFIED: EVERY KEY, NAME, ADDRESS, TELEPHONE '
                          DELIMITED BY SIZE
                      'AND AMOUNT WAS MASKED' DELIMITED BY SIZE
                   INTO WS-WORK-LINE
           ELSE
               MOVE WS-EXCP-CNT TO WS-CNT-ED
               STRING 'FAILED:' DELIMITED BY SIZE
                      WS-CNT-ED DELIMITED BY SIZE
                      ' VALUES UNMASKED - DO NOT RELEASE THIS EXTRACT'
                          DELIMITED BY SIZE
                   INTO WS-WORK-LINE
           END-IF
           PERFORM WRITE-LINE-PARA.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO RPT-LINE
           WRITE RPT-LINE.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== MASKED EXTRACT CONTROL TOTALS ====='.
           SET WS-FILE-IDX TO 1
           PERFORM UNTIL WS-FILE-IDX > 7
               DISPLAY WS-FT-NAME(WS-FILE-IDX) ' READ '
                   WS-FT-READ(WS-FILE-IDX) ' WRITTEN '
                   WS-FT-WRITTEN(WS-FILE-IDX)
               SET WS-FILE-IDX UP BY 1
           END-PERFORM
           DISPLAY 'UNMASKED VALUES    : ' WS-EXCP-CNT.
