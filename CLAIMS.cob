           ASSIGN TO DYNAMIC WS-DEDUCT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT AUDJRNL
           ASSIGN TO DYNAMIC WS-AUDJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDJRNL-STATUS.
           SELECT CORRESP
           ASSIGN TO DYNAMIC WS-CORRESP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT SIUQUE
           ASSIGN TO DYNAMIC WS-SIUQUE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPFILE
           ASSIGN TO DYNAMIC WS-EMPFILE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLAIMIN.
           02 DD-EFF-FROM PIC 9(8).
           02 PIC X.
           02 DD-EFF-TO PIC 9(8).
       FD AUDJRNL.
           COPY AUDJRNL.
       FD CORRESP.
           COPY LTREVT.
       FD NAMADDR.
           COPY NAMEREC.
       FD SIUQUE.
       01 SQP.
           02 SQ-CLAIM PIC X(8).
           02 PIC X.
           02 SQ-POLICY PIC X(5).
           02 PIC X.
           02 SQ-CUST PIC X(6).
           02 PIC X.
           02 SQ-AMT PIC 9(5).9(2).
           02 PIC X.
           02 SQ-SCORE PIC 9(3).
           02 PIC X.
           02 SQ-FLAGS PIC X(5).
           02 PIC X.
           02 SQ-DATE PIC 9(6).
       FD EMPFILE.
           COPY EMPREC.
       WORKING-STORAGE SECTION.
       01 WS-CLAIMIN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLAIMIN.PAT'.
       01 WS-DEDUCT-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DEDUCT.PAT'.
       01 WS-DEDUCT-DSN PIC X(100).
       01 WS-AUDJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\AUDJRNL.PAT'.
       01 WS-AUDJRNL-DSN PIC X(100).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-SIUQUE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\SIUQUE.PAT'.
       01 WS-SIUQUE-DSN PIC X(100).
       01 WS-EMPFILE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ASORT.PAT'.
       01 WS-EMPFILE-DSN PIC X(100).
       01 WS-EMPFILE-STATUS PIC X(2).
       01 WS-EMP-EOF-SW PIC X VALUE 'N'.
           88 WS-EMP-EOF VALUE 'Y'.
       01 WS-CLM-DEPT PIC X(4) VALUE 'CLMS'.
       01 WS-ADJ-MAX PIC 9(3) COMP VALUE 200.
       01 WS-ADJ-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-ADJ-TABLE.
           02 WS-ADJ-ENTRY OCCURS 200 TIMES INDEXED BY WS-ADJ-IDX.
               03 WS-ADJ-ID PIC X(4).
               03 WS-ADJ-NAME PIC X(15).
               03 WS-ADJ-OPEN PIC 9(5) COMP.
               03 WS-ADJ-NEW PIC 9(5) COMP.
       01 WS-ADJ-SW PIC X.
           88 WS-ADJ-FOUND VALUE 'Y'.
       01 WS-ADJ-BEST PIC 9(3) COMP.
       01 WS-ADJ-ID-X PIC X(4).
       01 WS-ASSIGN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-UNASSIGN-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-AUDJRNL-STATUS PIC X(2).
       01 WS-CORRESP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CORRESP.PAT'.
       01 WS-CORRESP-DSN PIC X(100).
       01 WS-CORRESP-STATUS PIC X(2).
       01 WS-LETTER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LETTER-CODE PIC X(8).
       01 WS-LETTER-TEXT PIC X(30).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-AUD-EOF-SW PIC X VALUE 'N'.
           88 WS-AUD-EOF VALUE 'Y'.
       01 WS-PRIOR-EOF-SW PIC X VALUE 'N'.
           88 WS-PRIOR-EOF VALUE 'Y'.
       01 WS-NAMADDR-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-SIU-THRESH-X PIC X(3).
       01 WS-SIU-THRESHOLD PIC 9(3) VALUE 50.
       01 WS-WT-EARLY PIC 9(3) VALUE 30.
       01 WS-WT-FREQ PIC 9(3) VALUE 25.
       01 WS-WT-LIMIT PIC 9(3) VALUE 20.
       01 WS-WT-ADDR PIC 9(3) VALUE 15.
       01 WS-WT-REINST PIC 9(3) VALUE 30.
       01 WS-EARLY-DAYS PIC 9(3) VALUE 30.
       01 WS-FREQ-DAYS PIC 9(3) VALUE 365.
       01 WS-FREQ-LIMIT PIC 9(3) VALUE 2.
       01 WS-LIMIT-PCT PIC 9(3) VALUE 90.
       01 WS-ADDR-DAYS PIC 9(3) VALUE 60.
       01 WS-REINST-DAYS PIC 9(3) VALUE 60.
       01 WS-SCORE PIC 9(3).
       01 WS-SIU-FLAGS.
           02 WS-FLAG-EARLY PIC X.
           02 WS-FLAG-FREQ PIC X.
           02 WS-FLAG-LIMIT PIC X.
           02 WS-FLAG-ADDR PIC X.
           02 WS-FLAG-REINST PIC X.
       01 WS-LOSS-INT PIC 9(7).
       01 WS-WORK-INT PIC 9(7).
       01 WS-DAYS PIC S9(7).
       01 WS-DATE-8 PIC 9(8).
       01 WS-DATE-8-R REDEFINES WS-DATE-8.
           02 WS-D8-YYYY PIC 9(4).
           02 WS-D8-MM PIC 9(2).
           02 WS-D8-DD PIC 9(2).
       01 WS-MONTH-NO PIC S9(7).
       01 WS-HOLD-CUST PIC X(6).
       01 WS-CC-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-CC-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CC-TABLE.
           02 WS-CC-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CC-IDX.
               03 WS-CC-CUST PIC X(6).
               03 WS-CC-LOSS-INT PIC 9(7).
       01 WS-CC-HITS PIC 9(5) COMP.
       01 WS-RI-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-RI-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RI-TABLE.
           02 WS-RI-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RI-IDX.
               03 WS-RI-NUM PIC X(5).
               03 WS-RI-DATE PIC 9(6).
       01 WS-SIU-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SIU-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-SCORED-CNT PIC 9(7) COMP VALUE ZERO.
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
       01 WS-DEDUCT-STATUS PIC X(2).
       01 WS-DEDUCT-EOF-SW PIC X VALUE 'N'.
           88 WS-DEDUCT-EOF VALUE 'Y'.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-SIU-THRESH-X
           ACCEPT WS-SIU-THRESH-X FROM ENVIRONMENT 'SIU_THRESHOLD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SIU-THRESH-X IS NUMERIC
               MOVE WS-SIU-THRESH-X TO WS-SIU-THRESHOLD
           END-IF
           PERFORM LOAD-ADJUSTERS-PARA.
           PERFORM LOAD-PRIOR-CLAIMS-PARA.
           PERFORM LOAD-REINSTATE-PARA.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS = '00'
               SET WS-NAMADDR-OPEN TO TRUE
           ELSE
               DISPLAY 'CLAIMS: NO NAME/ADDRESS MASTER, ADDRESS '
                   'CHANGE FLAG NOT SCORED'
           END-IF.
           OPEN EXTEND CLAIMMST.
           IF WS-CLAIMMST-STATUS = '35'
               OPEN OUTPUT CLAIMMST
           END-IF.
           OPEN OUTPUT CLMERR.
           OPEN OUTPUT SIUQUE.
           OPEN EXTEND CORRESP.
           IF WS-CORRESP-STATUS = '35'
               OPEN OUTPUT CORRESP
           END-IF.
           MOVE 'CLAIMS' TO WS-HI-SOURCE.
           COMPUTE WS-HI-DATE = WS-CENTURY * 1000000 + WS-RUN-DATE.
           MOVE WS-HDR-IMAGE TO SQP.
           WRITE SQP.
           PERFORM UNTIL WS-W = 'X'
           READ CLAIMIN
           AT END MOVE 'X' TO WS-W
           CLOSE CLAIMIN.
           CLOSE CLAIMMST.
           CLOSE CLMERR.
           MOVE WS-SIU-CNT TO WS-ET-CNT.
           MOVE WS-SIU-HASH TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO SQP.
           WRITE SQP.
           CLOSE SIUQUE.
           CLOSE CORRESP.
           IF WS-NAMADDR-OPEN
               CLOSE NAMADDR
           END-IF.
           PERFORM PREMIUM-SWEEP-PARA.
           CLOSE KSDS.
           PERFORM LOSS-RATIO-REPORT-PARA.
           END-ACCEPT
           IF WS-DEDUCT-DSN = SPACES
               MOVE WS-DEDUCT-DSN-DFLT TO WS-DEDUCT-DSN
           END-IF
           MOVE WS-AUDJRNL-DSN-DFLT TO WS-AUDJRNL-DSN
           ACCEPT WS-AUDJRNL-DSN FROM ENVIRONMENT 'AUDJRNL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-AUDJRNL-DSN = SPACES
               MOVE WS-AUDJRNL-DSN-DFLT TO WS-AUDJRNL-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-SIUQUE-DSN-DFLT TO WS-SIUQUE-DSN
           ACCEPT WS-SIUQUE-DSN FROM ENVIRONMENT 'SIUQUE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SIUQUE-DSN = SPACES
               MOVE WS-SIUQUE-DSN-DFLT TO WS-SIUQUE-DSN
           END-IF
           MOVE WS-EMPFILE-DSN-DFLT TO WS-EMPFILE-DSN
           ACCEPT WS-EMPFILE-DSN FROM ENVIRONMENT 'ASORT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-EMPFILE-DSN = SPACES
               MOVE WS-EMPFILE-DSN-DFLT TO WS-EMPFILE-DSN
           END-IF
           MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           ACCEPT WS-CORRESP-DSN FROM ENVIRONMENT 'CORRESP_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CORRESP-DSN = SPACES
               MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           END-IF.
      *    THE ADJUSTERS ARE THE CLAIMS-DEPARTMENT EMPLOYEES ON THE
      *    SORTED EMPLOYEE EXTRACT.  CLM_DEPT NAMES THE DEPARTMENT
      *    WHEN IT IS NOT CLMS.
       LOAD-ADJUSTERS-PARA.
           ACCEPT WS-CLM-DEPT FROM ENVIRONMENT 'CLM_DEPT'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLM-DEPT = SPACES
               MOVE 'CLMS' TO WS-CLM-DEPT
           END-IF
           OPEN INPUT EMPFILE
           IF WS-EMPFILE-STATUS NOT = '00'
               DISPLAY 'CLAIMS: NO EMPLOYEE EXTRACT, NEW CLAIMS '
                   'LEFT UNASSIGNED'
               SET WS-EMP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EMP-EOF
               READ EMPFILE
                   AT END SET WS-EMP-EOF TO TRUE
                   NOT AT END
                       IF E-DEPT = WS-CLM-DEPT AND E-ID IS NUMERIC
                           PERFORM LOAD-ONE-ADJUSTER-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPFILE-STATUS = '00' OR WS-EMPFILE-STATUS = '10'
               CLOSE EMPFILE
           END-IF
           IF WS-ADJ-CNT = ZERO
               DISPLAY 'CLAIMS: NO ADJUSTERS IN DEPARTMENT '
                   WS-CLM-DEPT ', NEW CLAIMS LEFT UNASSIGNED'
           END-IF.
       LOAD-ONE-ADJUSTER-PARA.
           IF WS-ADJ-CNT >= WS-ADJ-MAX
               DISPLAY 'CLAIMS: ADJUSTER TABLE FULL, ' E-ID
                   ' NOT ASSIGNED WORK'
           ELSE
               ADD 1 TO WS-ADJ-CNT
               SET WS-ADJ-IDX TO WS-ADJ-CNT
               MOVE E-ID TO WS-ADJ-ID(WS-ADJ-IDX)
               MOVE E-NAME TO WS-ADJ-NAME(WS-ADJ-IDX)
               MOVE ZERO TO WS-ADJ-OPEN(WS-ADJ-IDX)
               MOVE ZERO TO WS-ADJ-NEW(WS-ADJ-IDX)
           END-IF.
      *    A CLAIM STILL BEING WORKED COUNTS TO ITS ADJUSTER'S
      *    CASELOAD; ONE PAID, CLOSED OR DENIED DOES NOT.
       TALLY-CASELOAD-PARA.
           IF CM-ADJUSTER NOT = SPACES
              AND NOT CM-STATUS-PAID AND NOT CM-STATUS-CLOSED
              AND NOT CM-STATUS-DENIED
               MOVE CM-ADJUSTER TO WS-ADJ-ID-X
               MOVE 'N' TO WS-ADJ-SW
               SET WS-ADJ-IDX TO 1
               PERFORM UNTIL WS-ADJ-IDX > WS-ADJ-CNT OR WS-ADJ-FOUND
                   IF WS-ADJ-ID(WS-ADJ-IDX) = WS-ADJ-ID-X
                       SET WS-ADJ-FOUND TO TRUE
                       ADD 1 TO WS-ADJ-OPEN(WS-ADJ-IDX)
                   ELSE
                       SET WS-ADJ-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
      *    A NEW CLAIM GOES TO THE ADJUSTER WITH THE FEWEST OPEN
      *    CLAIMS, COUNTING THOSE ALREADY HANDED OUT THIS RUN; ON A
      *    TIE THE FIRST ON THE EXTRACT (LOWEST DEPT/ID) GETS IT.
       ASSIGN-ADJUSTER-PARA.
           MOVE SPACES TO CM-ADJUSTER
           IF WS-ADJ-CNT = ZERO
               ADD 1 TO WS-UNASSIGN-CNT
           ELSE
               MOVE 1 TO WS-ADJ-BEST
               SET WS-ADJ-IDX TO 2
               PERFORM UNTIL WS-ADJ-IDX > WS-ADJ-CNT
                   IF WS-ADJ-OPEN(WS-ADJ-IDX) <
                      WS-ADJ-OPEN(WS-ADJ-BEST)
                       SET WS-ADJ-BEST TO WS-ADJ-IDX
                   END-IF
                   SET WS-ADJ-IDX UP BY 1
               END-PERFORM
               MOVE WS-ADJ-ID(WS-ADJ-BEST) TO CM-ADJUSTER
               ADD 1 TO WS-ADJ-OPEN(WS-ADJ-BEST)
               ADD 1 TO WS-ADJ-NEW(WS-ADJ-BEST)
               ADD 1 TO WS-ASSIGN-CNT
           END-IF.
      *    EVERY CLAIM ALREADY ON THE MASTER IS REMEMBERED BY THE
      *    CUSTOMER WHO OWNS ITS POLICY AND ITS LOSS DAY, SO A NEW
      *    CLAIM CAN BE COUNTED AGAINST THE SAME CUSTOMER'S RECENT
      *    LOSSES WHATEVER POLICY THEY WERE MADE ON.
       LOAD-PRIOR-CLAIMS-PARA.
           OPEN INPUT CLAIMMST
           IF WS-CLAIMMST-STATUS NOT = '00'
               SET WS-PRIOR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PRIOR-EOF
               READ CLAIMMST
                   AT END SET WS-PRIOR-EOF TO TRUE
                   NOT AT END
                       IF CLM(1:3) = 'HDR' OR CLM(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-PRIOR-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLAIMMST-STATUS = '00' OR WS-CLAIMMST-STATUS = '10'
               CLOSE CLAIMMST
           END-IF.
       LOAD-ONE-PRIOR-PARA.
           PERFORM TALLY-CASELOAD-PARA
           MOVE CM-POLICY TO O-NUM
           READ KSDS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CM-LOSS-DATE IS NUMERIC
                       MOVE CM-LOSS-DATE TO WS-DATE-8
                       ADD 20000000 TO WS-DATE-8
                       PERFORM DATE-TO-INT-PARA
                       IF WS-WORK-INT > ZERO
                           MOVE O-CUST TO WS-HOLD-CUST
                           MOVE WS-WORK-INT TO WS-LOSS-INT
                           PERFORM ADD-CUST-CLAIM-PARA
                       END-IF
                   END-IF
           END-READ.
       ADD-CUST-CLAIM-PARA.
           IF WS-CC-CNT >= WS-CC-MAX
               DISPLAY 'CLAIMS: CUSTOMER CLAIM TABLE FULL, EXTRA '
                   'ROWS IGNORED'
           ELSE
               ADD 1 TO WS-CC-CNT
               SET WS-CC-IDX TO WS-CC-CNT
               MOVE WS-HOLD-CUST TO WS-CC-CUST(WS-CC-IDX)
               MOVE WS-LOSS-INT TO WS-CC-LOSS-INT(WS-CC-IDX)
           END-IF.
      *    A POLICY IS TAKEN AS REINSTATED WHEN THE AUDIT JOURNAL
      *    SHOWS IT REWRITTEN FROM ANY OTHER STATUS BACK TO ACTIVE.
      *    THE STATUS SITS AT COLUMN 27 OF THE POLICY IMAGE.
       LOAD-REINSTATE-PARA.
           OPEN INPUT AUDJRNL
           IF WS-AUDJRNL-STATUS NOT = '00'
               DISPLAY 'CLAIMS: NO AUDIT JOURNAL ON HAND, '
                   'REINSTATEMENT FLAG NOT SCORED'
               SET WS-AUD-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-AUD-EOF
               READ AUDJRNL
                   AT END SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       IF AJ-ACTION = 'REWRITE' AND
                          AJ-BEFORE(27:7) NOT = 'ACTIVE' AND
                          AJ-AFTER(27:7) = 'ACTIVE'
                           PERFORM LOAD-ONE-REINSTATE-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDJRNL-STATUS = '00' OR WS-AUDJRNL-STATUS = '10'
               CLOSE AUDJRNL
           END-IF.
       LOAD-ONE-REINSTATE-PARA.
           IF WS-RI-CNT >= WS-RI-MAX
               DISPLAY 'CLAIMS: REINSTATEMENT TABLE FULL, EXTRA '
                   'ROWS IGNORED'
           ELSE
               ADD 1 TO WS-RI-CNT
               SET WS-RI-IDX TO WS-RI-CNT
               MOVE AJ-NUM TO WS-RI-NUM(WS-RI-IDX)
               MOVE AJ-DATE TO WS-RI-DATE(WS-RI-IDX)
           END-IF.
       DATE-TO-INT-PARA.
           MOVE ZERO TO WS-WORK-INT
           IF WS-D8-MM >= 1 AND WS-D8-MM <= 12 AND
              WS-D8-DD >= 1 AND WS-D8-DD <= 31
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-8)
           END-IF.
       LOAD-DEDUCT-PARA.
           OPEN INPUT DEDUCT
               IF WS-NET-AMT = ZERO AND WS-DED-AMT-FOUND > ZERO
                   PERFORM AUTO-CLOSE-CLAIM-PARA
               ELSE
                   PERFORM SCORE-CLAIM-PARA
                   PERFORM ACCEPT-CLAIM-PARA
               END-IF
           ELSE
           MOVE O-LOB TO CM-LOB
           MOVE WS-RUN-DATE TO CM-DATE
           MOVE WS-NET-AMT TO CM-NET
           IF WS-SCORE >= WS-SIU-THRESHOLD
               MOVE 'SIUHOLD' TO CM-STATUS
               PERFORM REFER-SIU-PARA
           ELSE
               MOVE 'OPEN' TO CM-STATUS
           END-IF
           MOVE WS-NET-AMT TO CM-RESERVE
           MOVE ZERO TO CM-PAID
           PERFORM ASSIGN-ADJUSTER-PARA
           WRITE CLM
           ADD 1 TO WS-ACCEPT-CNT
           ADD WS-DED-AMT-FOUND TO WS-DEDUCT-TOTAL
           PERFORM FIND-LOB-PARA
           ADD 1 TO WS-LR-CLAIM-CNT(WS-LR-IDX)
           ADD WS-CLAIM-AMT TO WS-LR-CLAIM-AMT(WS-LR-IDX)
           MOVE 'CLMACK' TO WS-LETTER-CODE
           MOVE SPACES TO WS-LETTER-TEXT
           PERFORM LETTER-EVENT-PARA.
      *    A CLAIM THAT DOES NOT CLEAR ITS LINE'S DEDUCTIBLE STILL
      *    GOES ON THE MASTER SO THE LOSS IS ON RECORD, BUT IT IS
      *    BORN CLOSED WITH NOTHING RESERVED, AND THE REASON IS
           MOVE WS-REASON TO CE-REASON
           MOVE WS-RUN-DATE TO CE-DATE
           WRITE CLE
           MOVE 'CLMDENY' TO WS-LETTER-CODE
           MOVE 'BELOW DEDUCTIBLE' TO WS-LETTER-TEXT
           PERFORM LETTER-EVENT-PARA
           MOVE ZERO TO WS-REASON.
      *    EVERY CLAIM BOOKED GETS A LETTER: AN ACKNOWLEDGEMENT WHEN
      *    IT IS OPENED (OR HELD FOR SIU), A DENIAL WHEN IT CLOSES
      *    AT INTAKE BELOW THE DEDUCTIBLE.
       LETTER-EVENT-PARA.
           MOVE SPACES TO LEP
           COMPUTE LE-DATE = WS-CENTURY * 1000000 + WS-RUN-DATE
           MOVE 'CLAIMS' TO LE-PGM
           MOVE WS-LETTER-CODE TO LE-LETTER
           MOVE O-NUM TO LE-KEY
           MOVE CI-CLAIM TO LE-REF
           MOVE WS-CLAIM-AMT TO LE-AMT
           MOVE WS-LETTER-TEXT TO LE-TEXT
           WRITE LEP
           ADD 1 TO WS-LETTER-CNT.
      *    EACH RED FLAG CARRIES A WEIGHT AND THE WEIGHTS ARE
      *    SUMMED.  A CLAIM SCORING SIU_THRESHOLD OR MORE IS BOOKED
      *    ON HOLD AND QUEUED FOR THE SPECIAL INVESTIGATIONS UNIT;
      *    CLMADJ WILL NOT PAY IT UNTIL SIU SENDS A RELEASE.
       SCORE-CLAIM-PARA.
           MOVE ZERO TO WS-SCORE
           MOVE ALL '-' TO WS-SIU-FLAGS
           ADD 1 TO WS-SCORED-CNT
           MOVE ZERO TO WS-LOSS-INT
           IF CI-LOSS-DATE IS NUMERIC
               MOVE CI-LOSS-DATE TO WS-DATE-8
               ADD 20000000 TO WS-DATE-8
               PERFORM DATE-TO-INT-PARA
               MOVE WS-WORK-INT TO WS-LOSS-INT
           END-IF
           IF WS-LOSS-INT > ZERO
               PERFORM FLAG-EARLY-LOSS-PARA
               PERFORM FLAG-FREQUENCY-PARA
               PERFORM FLAG-ADDRESS-PARA
               PERFORM FLAG-REINSTATE-PARA
           END-IF
           IF WS-SUM-INSURED > ZERO AND
              WS-CLAIM-AMT * 100 >= WS-SUM-INSURED * WS-LIMIT-PCT
               MOVE 'L' TO WS-FLAG-LIMIT
               ADD WS-WT-LIMIT TO WS-SCORE
           END-IF.
      *    THE MASTER KEEPS MONTHS ELAPSED, NOT AN INCEPTION DATE,
      *    SO INCEPTION IS TAKEN AS THE SAME DAY O-ELAPSED MONTHS
      *    BEFORE TODAY (DAY 28 AT MOST, SO EVERY MONTH HAS IT).
      *    A LOSS THAT FOLLOWS INCEPTION BY FEWER THAN EARLY-DAYS
      *    DAYS, OR PRECEDES IT, IS FLAGGED.
       FLAG-EARLY-LOSS-PARA.
           IF O-ELAPSED IS NUMERIC
               COMPUTE WS-DATE-8 = WS-CENTURY * 1000000 + WS-RUN-DATE
               COMPUTE WS-MONTH-NO =
                   WS-D8-YYYY * 12 + WS-D8-MM - 1 - O-ELAPSED
               DIVIDE WS-MONTH-NO BY 12 GIVING WS-D8-YYYY
                   REMAINDER WS-D8-MM
               ADD 1 TO WS-D8-MM
               IF WS-D8-DD > 28
                   MOVE 28 TO WS-D8-DD
               END-IF
               PERFORM DATE-TO-INT-PARA
               IF WS-WORK-INT > ZERO
                   COMPUTE WS-DAYS = WS-LOSS-INT - WS-WORK-INT
                   IF WS-DAYS < WS-EARLY-DAYS
                       MOVE 'E' TO WS-FLAG-EARLY
                       ADD WS-WT-EARLY TO WS-SCORE
                   END-IF
               END-IF
           END-IF.
       FLAG-FREQUENCY-PARA.
           MOVE O-CUST TO WS-HOLD-CUST
           MOVE ZERO TO WS-CC-HITS
           IF WS-HOLD-CUST NOT = SPACES
               SET WS-CC-IDX TO 1
               PERFORM UNTIL WS-CC-IDX > WS-CC-CNT
                   IF WS-CC-CUST(WS-CC-IDX) = WS-HOLD-CUST
                       COMPUTE WS-DAYS =
                           WS-LOSS-INT - WS-CC-LOSS-INT(WS-CC-IDX)
                       IF WS-DAYS < 0
                           COMPUTE WS-DAYS = 0 - WS-DAYS
                       END-IF
                       IF WS-DAYS <= WS-FREQ-DAYS
                           ADD 1 TO WS-CC-HITS
                       END-IF
                   END-IF
                   SET WS-CC-IDX UP BY 1
               END-PERFORM
               IF WS-CC-HITS >= WS-FREQ-LIMIT
                   MOVE 'F' TO WS-FLAG-FREQ
                   ADD WS-WT-FREQ TO WS-SCORE
               END-IF
               PERFORM ADD-CUST-CLAIM-PARA
           END-IF.
       FLAG-ADDRESS-PARA.
           IF WS-NAMADDR-OPEN
               MOVE SPACES TO NA-KEY
               MOVE O-NUM TO NA-KEY
               READ NAMADDR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NA-ADDR-DATE IS NUMERIC AND
                          NA-ADDR-DATE > ZERO
                           MOVE NA-ADDR-DATE TO WS-DATE-8
                           ADD 20000000 TO WS-DATE-8
                           PERFORM DATE-TO-INT-PARA
                           COMPUTE WS-DAYS =
                               WS-LOSS-INT - WS-WORK-INT
                           IF WS-WORK-INT > ZERO AND
                              WS-DAYS <= WS-ADDR-DAYS
                               MOVE 'A' TO WS-FLAG-ADDR
                               ADD WS-WT-ADDR TO WS-SCORE
                           END-IF
                       END-IF
               END-READ
           END-IF.
       FLAG-REINSTATE-PARA.
           SET WS-RI-IDX TO 1
           PERFORM UNTIL WS-RI-IDX > WS-RI-CNT
                      OR WS-FLAG-REINST = 'R'
               IF WS-RI-NUM(WS-RI-IDX) = O-NUM
                   MOVE WS-RI-DATE(WS-RI-IDX) TO WS-DATE-8
                   ADD 20000000 TO WS-DATE-8
                   PERFORM DATE-TO-INT-PARA
                   COMPUTE WS-DAYS = WS-LOSS-INT - WS-WORK-INT
                   IF WS-WORK-INT > ZERO AND WS-DAYS >= 0 AND
                      WS-DAYS <= WS-REINST-DAYS
                       MOVE 'R' TO WS-FLAG-REINST
                       ADD WS-WT-REINST TO WS-SCORE
                   END-IF
               END-IF
               SET WS-RI-IDX UP BY 1
           END-PERFORM.
       REFER-SIU-PARA.
           MOVE SPACES TO SQP
           MOVE CI-CLAIM TO SQ-CLAIM
           MOVE CI-POLICY TO SQ-POLICY
           MOVE O-CUST TO SQ-CUST
           MOVE WS-CLAIM-AMT TO SQ-AMT
           MOVE WS-SCORE TO SQ-SCORE
           MOVE WS-SIU-FLAGS TO SQ-FLAGS
           MOVE WS-RUN-DATE TO SQ-DATE
           WRITE SQP
           ADD 1 TO WS-SIU-CNT
           ADD WS-CLAIM-AMT TO WS-SIU-HASH.
       FIND-LOB-PARA.
           MOVE 'N' TO WS-LOB-SW
           SET WS-LR-IDX TO 1
           DISPLAY 'CLAIMS REJECTED : ' WS-REJECT-CNT
           DISPLAY 'BELOW DEDUCTIBLE: ' WS-AUTOCLOSE-CNT
           DISPLAY 'DEDUCTIBLES HELD: ' WS-DEDUCT-TOTAL
           DISPLAY 'CLAIMS SCORED   : ' WS-SCORED-CNT
           DISPLAY 'REFERRED TO SIU : ' WS-SIU-CNT
           DISPLAY 'CLAIMS ASSIGNED : ' WS-ASSIGN-CNT
           DISPLAY 'NOT ASSIGNED    : ' WS-UNASSIGN-CNT
           DISPLAY 'LETTER EVENTS   : ' WS-LETTER-CNT
           IF WS-ADJ-CNT > ZERO
               DISPLAY '===== ADJUSTER CASELOAD ====='
               DISPLAY 'ADJ  NAME            NEW   OPEN'
               SET WS-ADJ-IDX TO 1
               PERFORM UNTIL WS-ADJ-IDX > WS-ADJ-CNT
                   DISPLAY WS-ADJ-ID(WS-ADJ-IDX) ' '
                       WS-ADJ-NAME(WS-ADJ-IDX) ' '
                       WS-ADJ-NEW(WS-ADJ-IDX) ' '
                       WS-ADJ-OPEN(WS-ADJ-IDX)
                   SET WS-ADJ-IDX UP BY 1
               END-PERFORM
           END-IF
           DISPLAY '===== LOSS RATIO BY LINE OF BUSINESS ====='
           DISPLAY 'LOB     CLAIMS  CLAIM AMOUNT  PREMIUM SUM   RATIO%'
           SET WS-LR-IDX TO 1
