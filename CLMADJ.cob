           SELECT CLMEXTR
           ASSIGN TO DYNAMIC WS-CLMEXTR-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLMPAYE
           ASSIGN TO DYNAMIC WS-CLMPAYE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMPAYE-STATUS.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT CLMCHK
           ASSIGN TO DYNAMIC WS-CLMCHK-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPFILE
           ASSIGN TO DYNAMIC WS-EMPFILE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT GRDAUTH
           ASSIGN TO DYNAMIC WS-GRDAUTH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRDAUTH-STATUS.
           SELECT CLMHOLD
           ASSIGN TO DYNAMIC WS-CLMHOLD-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLMAUTH
           ASSIGN TO DYNAMIC WS-CLMAUTH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMAUTH-STATUS.
           SELECT CORRESP
           ASSIGN TO DYNAMIC WS-CORRESP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.
           SELECT PERDRDR
           ASSIGN TO DYNAMIC WS-PERDRDR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERDRDR-STATUS.
           SELECT WORK
           ASSIGN TO DYNAMIC WS-WORK-DSN.
       DATA DIVISION.
       FILE SECTION.
       FD CLAIMMST.
           COPY CLAIMREC.
       FD CORRESP.
           COPY LTREVT.
       FD CLMPAY.
       01 CPY.
           02 CP-CLAIM PIC X(8).
               88 CP-ACTION-RESERVE VALUE 'RESERVE'.
               88 CP-ACTION-DENY VALUE 'DENY'.
               88 CP-ACTION-CLOSE VALUE 'CLOSE'.
               88 CP-ACTION-RELEASE VALUE 'RELEASE'.
           02 PIC X.
           02 CP-AMT PIC 9(6).9(2).
           02 PIC X.
           02 CP-APPROVER PIC X(4).
       FD CLMSRT.
       01 CSR.
           02 CS-CLAIM PIC X(8).
           02 CS-RESERVE PIC 9(6).9(2).
           02 PIC X.
           02 CS-PAID PIC 9(6).9(2).
           02 PIC X.
           02 CS-ADJUSTER PIC X(4).
       FD PAYSRT.
       01 PSR.
           02 PS-CLAIM PIC X(8).
               88 PS-ACTION-RESERVE VALUE 'RESERVE'.
               88 PS-ACTION-DENY VALUE 'DENY'.
               88 PS-ACTION-CLOSE VALUE 'CLOSE'.
               88 PS-ACTION-RELEASE VALUE 'RELEASE'.
           02 PIC X.
           02 PS-AMT PIC 9(6).9(2).
           02 PIC X.
           02 PS-APPROVER PIC X(4).
       FD CLAIMNEW.
       01 CNP.
           02 CN-CLAIM PIC X(8).
           02 CN-RESERVE PIC 9(6).9(2).
           02 PIC X.
           02 CN-PAID PIC 9(6).9(2).
           02 PIC X.
           02 CN-ADJUSTER PIC X(4).
       FD CLMEXTR.
       01 CXP.
           02 CX-CLAIM PIC X(8).
           02 CX-PAID PIC 9(6).9(2).
           02 PIC X.
           02 CX-DATE PIC 9(6).
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
       FD NAMADDR.
           COPY NAMEREC.
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
       FD EMPFILE.
           COPY EMPREC.
       FD GRDAUTH.
       01 GAP.
           02 GA-GRADE PIC X(2).
           02 PIC X.
           02 GA-LIMIT PIC 9(7).9(2).
       FD CLMHOLD.
       01 CHP.
           02 CH-CLAIM PIC X(8).
           02 PIC X.
           02 CH-ACTION PIC X(8).
           02 PIC X.
           02 CH-AMT PIC 9(6).9(2).
           02 PIC X.
           02 CH-ADJUSTER PIC X(4).
           02 PIC X.
           02 CH-LIMIT PIC 9(7).9(2).
           02 PIC X.
           02 CH-APPROVER PIC X(4).
           02 PIC X.
           02 CH-REASON PIC X(30).
       FD CLMAUTH.
       01 CAP.
           02 CA-DATE PIC 9(8).
           02 PIC X.
           02 CA-CLAIM PIC X(8).
           02 PIC X.
           02 CA-ACTION PIC X(8).
           02 PIC X.
           02 CA-AMT PIC 9(6).9(2).
           02 PIC X.
           02 CA-ADJUSTER PIC X(4).
           02 PIC X.
           02 CA-AUTH-BY PIC X(4).
           02 PIC X.
           02 CA-GRADE PIC X(2).
           02 PIC X.
           02 CA-LIMIT PIC 9(7).9(2).
       FD PERDRDR.
           COPY PERDRDR.
       SD WORK.
       01 SW-REC.
           02 SW-KEY PIC X(8).
           02 PIC X.
           02 SW-REST PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CLAIMMST-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLAIMMST.PAT'.
       01 WS-CLMEXTR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMEXTR.PAT'.
       01 WS-CLMEXTR-DSN PIC X(100).
       01 WS-CLMPAYE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMPAYE.PAT'.
       01 WS-CLMPAYE-DSN PIC X(100).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-CLMCHK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMCHK.PAT'.
       01 WS-CLMCHK-DSN PIC X(100).
       01 WS-EMPFILE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ASORT.PAT'.
       01 WS-EMPFILE-DSN PIC X(100).
       01 WS-GRDAUTH-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\GRDAUTH.PAT'.
       01 WS-GRDAUTH-DSN PIC X(100).
       01 WS-CLMHOLD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMHOLD.PAT'.
       01 WS-CLMHOLD-DSN PIC X(100).
       01 WS-CLMAUTH-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMAUTH.PAT'.
       01 WS-CLMAUTH-DSN PIC X(100).
       01 WS-WORK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMWORK.PAT'.
       01 WS-WORK-DSN PIC X(100).
       01 WS-CLAIMMST-STATUS PIC X(2).
       01 WS-CLMPAY-STATUS PIC X(2).
       01 WS-CLMPAYE-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-EMPFILE-STATUS PIC X(2).
       01 WS-GRDAUTH-STATUS PIC X(2).
       01 WS-CLMAUTH-STATUS PIC X(2).
       01 WS-CORRESP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CORRESP.PAT'.
       01 WS-CORRESP-DSN PIC X(100).
       01 WS-CORRESP-STATUS PIC X(2).
       01 WS-PERDRDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PERDRDR.PAT'.
       01 WS-PERDRDR-DSN PIC X(100).
       01 WS-PERDRDR-STATUS PIC X(2).
       01 WS-PERDPGM PIC X(8) VALUE 'PERDLOCK'.
       01 WS-OPEN-DATE PIC 9(8).
       01 WS-PERD-SW PIC X(1).
           88 WS-PERIOD-CLOSED VALUE 'C'.
       01 WS-POST-DATE PIC 9(6).
       01 WS-ROLL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ROLL-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-LETTER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LETTER-AMT PIC 9(5)V9(2).
       01 WS-EMP-EOF-SW PIC X VALUE 'N'.
           88 WS-EMP-EOF VALUE 'Y'.
       01 WS-GRD-EOF-SW PIC X VALUE 'N'.
           88 WS-GRD-EOF VALUE 'Y'.
       01 WS-GRD-MAX PIC 9(3) COMP VALUE 50.
       01 WS-GRD-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-GRD-TABLE.
           02 WS-GRD-ENTRY OCCURS 50 TIMES INDEXED BY WS-GRD-IDX.
               03 WS-GRD-GRADE PIC X(2).
               03 WS-GRD-LIMIT PIC 9(7)V9(2).
       01 WS-GRD-SW PIC X.
           88 WS-GRD-FOUND VALUE 'Y'.
       01 WS-EMP-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-EMP-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-EMP-TABLE.
           02 WS-EMP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-EMP-IDX.
               03 WS-EMP-ID PIC X(4).
               03 WS-EMP-GRADE PIC X(2).
               03 WS-EMP-LIMIT PIC 9(7)V9(2).
       01 WS-EMP-SW PIC X.
           88 WS-EMP-FOUND VALUE 'Y'.
       01 WS-EMP-ID-X PIC X(4).
       01 WS-AUTH.
           02 WS-AUTH-AMT PIC 9(6)V9(2).
           02 WS-AUTH-ADJUSTER PIC X(4).
           02 WS-AUTH-ADJ-GRADE PIC X(2).
           02 WS-AUTH-ADJ-LIMIT PIC 9(7)V9(2).
           02 WS-AUTH-BY PIC X(4).
           02 WS-AUTH-GRADE PIC X(2).
           02 WS-AUTH-LIMIT PIC 9(7)V9(2).
       01 WS-AUTH-ERROR PIC X(30).
       01 WS-NAMADDR-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-PAYE-EOF-SW PIC X VALUE 'N'.
           88 WS-PAYE-EOF VALUE 'Y'.
       01 WS-PAYE-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-PAYE-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PAYE-TABLE.
           02 WS-PAYE-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PAYE-IDX.
               03 WS-PAYE-CLAIM PIC X(8).
               03 WS-PAYE-TYPE PIC X(8).
               03 WS-PAYE-NAME PIC X(25).
               03 WS-PAYE-ADDR1 PIC X(25).
               03 WS-PAYE-ADDR2 PIC X(25).
       01 WS-PAYE-SW PIC X.
           88 WS-PAYE-FOUND VALUE 'Y'.
       01 WS-PAYEE.
           02 WS-PAYEE-TYPE PIC X(8).
               88 WS-PAYEE-TYPE-VALID VALUE 'INSURED' 'THIRDPTY'
                   'REPAIR' 'BENEFIC'.
           02 WS-PAYEE-NAME PIC X(25).
           02 WS-PAYEE-ADDR1 PIC X(25).
           02 WS-PAYEE-ADDR2 PIC X(25).
       01 WS-PAYEE-ERROR PIC X(30).
       01 WS-CLM-EOF-SW PIC X VALUE 'N'.
           88 WS-CLM-EOF VALUE 'Y'.
       01 WS-PAY-EOF-SW PIC X VALUE 'N'.
       01 WS-PAY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-APPLIED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-UNMATCH-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SIU-HELD-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SIU-BLOCK-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SIU-REL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NOPAYEE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-EXTR-CNT PIC 9(7) VALUE ZERO.
       01 WS-CHK-CNT PIC 9(7) VALUE ZERO.
       01 WS-HOLD-CNT PIC 9(7) VALUE ZERO.
       01 WS-APPROVED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-AUTH-LOG-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-HOLD-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-PAID-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-RESERVE-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       PROCEDURE DIVISION.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           PERFORM PERIOD-CHECK-PARA.
           OPEN INPUT CLAIMMST.
           IF WS-CLAIMMST-STATUS NOT = '00'
               DISPLAY 'CLMADJ: UNABLE TO OPEN CLAIMMST FILE, '
               STOP RUN
           END-IF.
           CLOSE CLAIMMST.
           PERFORM LOAD-PAYEE-PARA.
           PERFORM LOAD-AUTHORITY-PARA.
           OPEN INPUT NAMADDR.
           IF WS-NAMADDR-STATUS = '00'
               SET WS-NAMADDR-OPEN TO TRUE
           ELSE
               DISPLAY 'CLMADJ: NO NAME/ADDRESS MASTER, CLAIMS WITH '
                   'NO PAYEE ON FILE CANNOT BE PAID'
           END-IF.
           OPEN INPUT CLMPAY.
           IF WS-CLMPAY-STATUS = '35'
               DISPLAY 'CLMADJ: NO CLAIM PAYMENT FILE FOR THIS RUN, '
           OPEN INPUT PAYSRT.
           OPEN OUTPUT CLAIMNEW.
           OPEN OUTPUT CLMEXTR.
           OPEN OUTPUT CLMCHK.
           OPEN OUTPUT CLMHOLD.
           OPEN EXTEND CLMAUTH.
           IF WS-CLMAUTH-STATUS = '35'
               OPEN OUTPUT CLMAUTH
           END-IF.
           OPEN EXTEND CORRESP.
           IF WS-CORRESP-STATUS = '35'
               OPEN OUTPUT CORRESP
           END-IF.
           OPEN EXTEND PERDRDR.
           IF WS-PERDRDR-STATUS = '35'
               OPEN OUTPUT PERDRDR
           END-IF.
           MOVE 'CLMADJ' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE WS-HDR-IMAGE TO CXP.
           WRITE CXP.
           MOVE WS-HDR-IMAGE TO CQP.
           WRITE CQP.
           MOVE WS-HDR-IMAGE TO CHP.
           WRITE CHP.
           PERFORM READ-CLAIM-PARA.
           PERFORM READ-PAY-PARA.
           PERFORM UNTIL WS-CLM-EOF
           MOVE WS-PAID-TOTAL TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO CXP.
           WRITE CXP.
           MOVE WS-CHK-CNT TO WS-ET-CNT.
           MOVE WS-EXPECT-TRL TO CQP.
           WRITE CQP.
           MOVE WS-HOLD-CNT TO WS-ET-CNT.
           MOVE WS-HOLD-TOTAL TO WS-ET-HASH.
           MOVE WS-EXPECT-TRL TO CHP.
           WRITE CHP.
           CLOSE CLMSRT.
           CLOSE PAYSRT.
           CLOSE CLAIMNEW.
           CLOSE CLMEXTR.
           CLOSE CLMCHK.
           CLOSE CLMHOLD.
           CLOSE CLMAUTH.
           CLOSE CORRESP.
           CLOSE PERDRDR.
           IF WS-NAMADDR-OPEN
               CLOSE NAMADDR
           END-IF.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           END-ACCEPT
           IF WS-WORK-DSN = SPACES
               MOVE WS-WORK-DSN-DFLT TO WS-WORK-DSN
           END-IF
           MOVE WS-CLMPAYE-DSN-DFLT TO WS-CLMPAYE-DSN
           ACCEPT WS-CLMPAYE-DSN FROM ENVIRONMENT 'CLMPAYE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLMPAYE-DSN = SPACES
               MOVE WS-CLMPAYE-DSN-DFLT TO WS-CLMPAYE-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-CLMCHK-DSN-DFLT TO WS-CLMCHK-DSN
           ACCEPT WS-CLMCHK-DSN FROM ENVIRONMENT 'CLMCHK_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLMCHK-DSN = SPACES
               MOVE WS-CLMCHK-DSN-DFLT TO WS-CLMCHK-DSN
           END-IF
           MOVE WS-EMPFILE-DSN-DFLT TO WS-EMPFILE-DSN
           ACCEPT WS-EMPFILE-DSN FROM ENVIRONMENT 'ASORT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-EMPFILE-DSN = SPACES
               MOVE WS-EMPFILE-DSN-DFLT TO WS-EMPFILE-DSN
           END-IF
           MOVE WS-GRDAUTH-DSN-DFLT TO WS-GRDAUTH-DSN
           ACCEPT WS-GRDAUTH-DSN FROM ENVIRONMENT 'GRDAUTH_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-GRDAUTH-DSN = SPACES
               MOVE WS-GRDAUTH-DSN-DFLT TO WS-GRDAUTH-DSN
           END-IF
           MOVE WS-CLMHOLD-DSN-DFLT TO WS-CLMHOLD-DSN
           ACCEPT WS-CLMHOLD-DSN FROM ENVIRONMENT 'CLMHOLD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLMHOLD-DSN = SPACES
               MOVE WS-CLMHOLD-DSN-DFLT TO WS-CLMHOLD-DSN
           END-IF
           MOVE WS-CLMAUTH-DSN-DFLT TO WS-CLMAUTH-DSN
           ACCEPT WS-CLMAUTH-DSN FROM ENVIRONMENT 'CLMAUTH_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLMAUTH-DSN = SPACES
               MOVE WS-CLMAUTH-DSN-DFLT TO WS-CLMAUTH-DSN
           END-IF
           MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           ACCEPT WS-CORRESP-DSN FROM ENVIRONMENT 'CORRESP_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CORRESP-DSN = SPACES
               MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           END-IF
           MOVE WS-PERDRDR-DSN-DFLT TO WS-PERDRDR-DSN
           ACCEPT WS-PERDRDR-DSN FROM ENVIRONMENT 'PERDRDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PERDRDR-DSN = SPACES
               MOVE WS-PERDRDR-DSN-DFLT TO WS-PERDRDR-DSN
           END-IF.
      *    A RUN FOR A BUSINESS DATE IN A MONTH FINANCE HAS ALREADY
      *    CLOSED STILL PAYS ITS CLAIMS - THE MONEY IS OWED - BUT THE
      *    PAYMENTS ARE DATED INTO THE FIRST OPEN MONTH AND LOGGED
      *    FOR FINANCE AS ROLLED FORWARD.
       PERIOD-CHECK-PARA.
           CALL WS-PERDPGM USING WS-BUS-DATE, WS-OPEN-DATE,
                                WS-PERD-SW
           MOVE WS-RUN-DATE TO WS-POST-DATE
           IF WS-PERIOD-CLOSED
               MOVE WS-OPEN-DATE(3:6) TO WS-POST-DATE
               DISPLAY 'CLMADJ: BUSINESS DATE ' WS-BUS-DATE
                   ' IS IN A CLOSED PERIOD, PAYMENTS ROLLED FORWARD '
                   'TO ' WS-OPEN-DATE
           END-IF.
      *    CLMPAYE NAMES WHO A CLAIM IS PAID TO: THE INSURED, A THIRD
      *    PARTY, A REPAIR SHOP, OR ON A LIFE CLAIM THE BENEFICIARY.
      *    CLAIMS STAFF KEEP IT UP TO DATE; A LATER ROW FOR THE SAME
      *    CLAIM REPLACES AN EARLIER ONE.
       LOAD-PAYEE-PARA.
           OPEN INPUT CLMPAYE
           IF WS-CLMPAYE-STATUS = '35'
               DISPLAY 'CLMADJ: NO CLAIM PAYEE FILE, PAYMENTS GO TO '
                   'THE INSURED'
               SET WS-PAYE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PAYE-EOF
               READ CLMPAYE
                   AT END SET WS-PAYE-EOF TO TRUE
                   NOT AT END
                       IF PEP(1:3) = 'HDR' OR PEP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-PAYEE-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLMPAYE-STATUS NOT = '35'
               CLOSE CLMPAYE
           END-IF.
       LOAD-ONE-PAYEE-PARA.
           MOVE 'N' TO WS-PAYE-SW
           SET WS-PAYE-IDX TO 1
           PERFORM UNTIL WS-PAYE-IDX > WS-PAYE-CNT OR WS-PAYE-FOUND
               IF WS-PAYE-CLAIM(WS-PAYE-IDX) = PE-CLAIM
                   SET WS-PAYE-FOUND TO TRUE
               ELSE
                   SET WS-PAYE-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-PAYE-FOUND
               IF WS-PAYE-CNT >= WS-PAYE-MAX
                   DISPLAY 'CLMADJ: PAYEE TABLE FULL, PAYEE FOR '
                       PE-CLAIM ' IGNORED'
               ELSE
                   ADD 1 TO WS-PAYE-CNT
                   SET WS-PAYE-IDX TO WS-PAYE-CNT
                   SET WS-PAYE-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-PAYE-FOUND
               MOVE PE-CLAIM TO WS-PAYE-CLAIM(WS-PAYE-IDX)
               MOVE PE-TYPE TO WS-PAYE-TYPE(WS-PAYE-IDX)
               MOVE PE-NAME TO WS-PAYE-NAME(WS-PAYE-IDX)
               MOVE PE-ADDR1 TO WS-PAYE-ADDR1(WS-PAYE-IDX)
               MOVE PE-ADDR2 TO WS-PAYE-ADDR2(WS-PAYE-IDX)
           END-IF.
      *    GRDAUTH CARRIES THE PAYMENT AUTHORITY OF EACH EMPLOYEE
      *    GRADE.  GRADE CODES COLLATE IN ORDER OF SENIORITY.  A GRADE
      *    NOT ON THE FILE HAS NO AUTHORITY, SO WITHOUT THE FILE EVERY
      *    PAYMENT AND RESERVE INCREASE NEEDS AN APPROVER.
       LOAD-AUTHORITY-PARA.
           OPEN INPUT GRDAUTH
           IF WS-GRDAUTH-STATUS NOT = '00'
               DISPLAY 'CLMADJ: NO GRADE AUTHORITY FILE, ALL PAYMENTS '
                   'AND RESERVE INCREASES NEED APPROVAL'
               SET WS-GRD-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-GRD-EOF
               READ GRDAUTH
                   AT END SET WS-GRD-EOF TO TRUE
                   NOT AT END
                       IF GAP(1:3) = 'HDR' OR GAP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-GRADE-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GRDAUTH-STATUS = '00' OR WS-GRDAUTH-STATUS = '10'
               CLOSE GRDAUTH
           END-IF
           OPEN INPUT EMPFILE
           IF WS-EMPFILE-STATUS NOT = '00'
               DISPLAY 'CLMADJ: NO EMPLOYEE EXTRACT, ALL PAYMENTS '
                   'AND RESERVE INCREASES WILL BE HELD'
               SET WS-EMP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EMP-EOF
               READ EMPFILE
                   AT END SET WS-EMP-EOF TO TRUE
                   NOT AT END
                       IF E-ID IS NUMERIC
                           PERFORM LOAD-ONE-EMPLOYEE-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPFILE-STATUS = '00' OR WS-EMPFILE-STATUS = '10'
               CLOSE EMPFILE
           END-IF.
       LOAD-ONE-GRADE-PARA.
           IF GA-LIMIT(1:7) IS NUMERIC AND GA-LIMIT(9:2) IS NUMERIC
               IF WS-GRD-CNT >= WS-GRD-MAX
                   DISPLAY 'CLMADJ: GRADE TABLE FULL, GRADE '
                       GA-GRADE ' IGNORED'
               ELSE
                   ADD 1 TO WS-GRD-CNT
                   SET WS-GRD-IDX TO WS-GRD-CNT
                   MOVE GA-GRADE TO WS-GRD-GRADE(WS-GRD-IDX)
                   MOVE GA-LIMIT TO WS-GRD-LIMIT(WS-GRD-IDX)
               END-IF
           ELSE
               DISPLAY 'CLMADJ: BAD LIMIT FOR GRADE ' GA-GRADE
                   ', GRADE HAS NO AUTHORITY'
           END-IF.
       LOAD-ONE-EMPLOYEE-PARA.
           IF WS-EMP-CNT >= WS-EMP-MAX
               DISPLAY 'CLMADJ: EMPLOYEE TABLE FULL, ' E-ID
                   ' HAS NO AUTHORITY'
           ELSE
               ADD 1 TO WS-EMP-CNT
               SET WS-EMP-IDX TO WS-EMP-CNT
               MOVE E-ID TO WS-EMP-ID(WS-EMP-IDX)
               MOVE E-GRADE TO WS-EMP-GRADE(WS-EMP-IDX)
               MOVE ZERO TO WS-EMP-LIMIT(WS-EMP-IDX)
               MOVE 'N' TO WS-GRD-SW
               SET WS-GRD-IDX TO 1
               PERFORM UNTIL WS-GRD-IDX > WS-GRD-CNT OR WS-GRD-FOUND
                   IF WS-GRD-GRADE(WS-GRD-IDX) = E-GRADE
                       SET WS-GRD-FOUND TO TRUE
                       MOVE WS-GRD-LIMIT(WS-GRD-IDX)
                           TO WS-EMP-LIMIT(WS-EMP-IDX)
                   ELSE
                       SET WS-GRD-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
       FIND-EMPLOYEE-PARA.
           MOVE 'N' TO WS-EMP-SW
           SET WS-EMP-IDX TO 1
           PERFORM UNTIL WS-EMP-IDX > WS-EMP-CNT OR WS-EMP-FOUND
               IF WS-EMP-ID(WS-EMP-IDX) = WS-EMP-ID-X
                   SET WS-EMP-FOUND TO TRUE
               ELSE
                   SET WS-EMP-IDX UP BY 1
               END-IF
           END-PERFORM.
       READ-CLAIM-PARA.
           MOVE 'N' TO WS-GOT-SW
           PERFORM UNTIL WS-CLM-EOF OR WS-GOT-YES
              AND WS-STATUS NOT = 'DENIED'
               ADD WS-RESERVE TO WS-RESERVE-TOTAL
           END-IF
           IF WS-STATUS = 'SIUHOLD'
               ADD 1 TO WS-SIU-HELD-CNT
           END-IF
           PERFORM READ-CLAIM-PARA.
      *    A CLAIM THAT INTAKE REFERRED TO SIU STAYS ON HOLD: IT CAN BE
      *    RE-RESERVED, DENIED OR CLOSED, BUT NOTHING IS PAID ON IT
      *    UNTIL SIU SENDS A RELEASE, WHICH PUTS IT BACK TO OPEN.
       APPLY-TRAN-PARA.
           EVALUATE TRUE
               WHEN WS-STATUS = 'PAID' OR WS-STATUS = 'CLOSED'
                   ADD 1 TO WS-UNMATCH-CNT
                   DISPLAY 'CLMADJ: CLAIM ' PS-CLAIM ' ALREADY '
                       WS-STATUS ', ' PS-ACTION ' NOT APPLIED'
               WHEN PS-ACTION-RELEASE AND WS-STATUS = 'SIUHOLD'
                   MOVE 'OPEN' TO WS-STATUS
                   ADD 1 TO WS-APPLIED-CNT
                   ADD 1 TO WS-SIU-REL-CNT
               WHEN PS-ACTION-RELEASE
                   ADD 1 TO WS-UNMATCH-CNT
                   DISPLAY 'CLMADJ: CLAIM ' PS-CLAIM ' NOT ON SIU '
                       'HOLD, RELEASE NOT APPLIED'
               WHEN PS-ACTION-PAY AND WS-STATUS = 'SIUHOLD'
                   ADD 1 TO WS-SIU-BLOCK-CNT
                   DISPLAY 'CLMADJ: CLAIM ' PS-CLAIM ' ON SIU HOLD, '
                       'PAYMENT OF ' PS-AMT ' NOT APPLIED'
               WHEN PS-ACTION-PAY
                   PERFORM RESOLVE-PAYEE-PARA
                   IF WS-PAYEE-ERROR = SPACES
                       MOVE PS-AMT TO WS-AUTH-AMT
                       PERFORM CHECK-AUTHORITY-PARA
                       IF WS-AUTH-ERROR = SPACES
                           PERFORM APPLY-PAYMENT-PARA
                           PERFORM LOG-AUTHORITY-PARA
                       ELSE
                           PERFORM HOLD-TRAN-PARA
                       END-IF
                   ELSE
                       ADD 1 TO WS-NOPAYEE-CNT
                       DISPLAY 'CLMADJ: CLAIM ' PS-CLAIM ' '
                           WS-PAYEE-ERROR ', PAYMENT OF ' PS-AMT
                           ' NOT APPLIED'
                   END-IF
               WHEN PS-ACTION-RESERVE
                   MOVE PS-AMT TO WS-PAY-AMT
                   IF WS-PAY-AMT > WS-RESERVE
                       SUBTRACT WS-RESERVE FROM WS-PAY-AMT
                           GIVING WS-AUTH-AMT
                   ELSE
                       MOVE ZERO TO WS-AUTH-AMT
                   END-IF
                   PERFORM CHECK-AUTHORITY-PARA
                   IF WS-AUTH-ERROR = SPACES
                       MOVE PS-AMT TO WS-RESERVE
                       IF WS-STATUS NOT = 'SIUHOLD'
                           MOVE 'RESERVED' TO WS-STATUS
                       END-IF
                       ADD 1 TO WS-APPLIED-CNT
                       PERFORM LOG-AUTHORITY-PARA
                   ELSE
                       PERFORM HOLD-TRAN-PARA
                   END-IF
               WHEN PS-ACTION-DENY
                   MOVE ZERO TO WS-RESERVE
                   MOVE 'DENIED' TO WS-STATUS
                   ADD 1 TO WS-APPLIED-CNT
                   PERFORM LETTER-EVENT-PARA
               WHEN PS-ACTION-CLOSE
                   MOVE ZERO TO WS-RESERVE
                   MOVE 'CLOSED' TO WS-STATUS
                   DISPLAY 'CLMADJ: BAD ACTION ' PS-ACTION
                       ' FOR CLAIM ' PS-CLAIM
           END-EVALUATE.
      *    A CHECK CAN ONLY BE CUT TO A NAMED PAYEE.  WITH NO PAYEE
      *    ROW THE INSURED ON THE POLICY IS PAID, AT THE NAME/ADDRESS
      *    MASTER'S ADDRESS.  A LIFE CLAIM IS NEVER PAID TO THE
      *    INSURED: IT NEEDS A BENEFICIARY ROW, AND ONLY A LIFE
      *    CLAIM MAY HAVE ONE.
       RESOLVE-PAYEE-PARA.
           MOVE SPACES TO WS-PAYEE-ERROR
           MOVE SPACES TO WS-PAYEE
           MOVE 'N' TO WS-PAYE-SW
           SET WS-PAYE-IDX TO 1
           PERFORM UNTIL WS-PAYE-IDX > WS-PAYE-CNT OR WS-PAYE-FOUND
               IF WS-PAYE-CLAIM(WS-PAYE-IDX) = CS-CLAIM
                   SET WS-PAYE-FOUND TO TRUE
               ELSE
                   SET WS-PAYE-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-PAYE-FOUND
               MOVE WS-PAYE-TYPE(WS-PAYE-IDX) TO WS-PAYEE-TYPE
               MOVE WS-PAYE-NAME(WS-PAYE-IDX) TO WS-PAYEE-NAME
               MOVE WS-PAYE-ADDR1(WS-PAYE-IDX) TO WS-PAYEE-ADDR1
               MOVE WS-PAYE-ADDR2(WS-PAYE-IDX) TO WS-PAYEE-ADDR2
           ELSE
               MOVE 'INSURED' TO WS-PAYEE-TYPE
           END-IF
           IF WS-PAYEE-TYPE = 'INSURED' AND WS-PAYEE-NAME = SPACES
               PERFORM INSURED-PAYEE-PARA
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-PAYEE-TYPE-VALID
                   MOVE 'HAS BAD PAYEE TYPE' TO WS-PAYEE-ERROR
               WHEN CS-LOB = 'LIFE' AND WS-PAYEE-TYPE NOT = 'BENEFIC'
                   MOVE 'HAS NO BENEFICIARY ON FILE'
                       TO WS-PAYEE-ERROR
               WHEN CS-LOB NOT = 'LIFE' AND WS-PAYEE-TYPE = 'BENEFIC'
                   MOVE 'NAMES A BENEFICIARY, NOT LIFE'
                       TO WS-PAYEE-ERROR
               WHEN WS-PAYEE-NAME = SPACES
                   MOVE 'HAS NO PAYEE NAME' TO WS-PAYEE-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       INSURED-PAYEE-PARA.
           IF WS-NAMADDR-OPEN
               MOVE SPACES TO NA-KEY
               MOVE CS-POLICY TO NA-KEY
               READ NAMADDR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE NA-NAME TO WS-PAYEE-NAME
                       MOVE NA-ADDR1 TO WS-PAYEE-ADDR1
                       MOVE NA-ADDR2 TO WS-PAYEE-ADDR2
               END-READ
           END-IF.
      *    A PAYMENT, OR THE INCREASE IN A RESERVE, WITHIN THE
      *    ASSIGNED ADJUSTER'S GRADE AUTHORITY GOES THROUGH ON THE
      *    ADJUSTER'S OWN AUTHORITY.  ABOVE IT THE TRANSACTION MUST
      *    NAME AN APPROVER OF A HIGHER GRADE WHOSE AUTHORITY COVERS
      *    THE AMOUNT, OR IT IS HELD.  A RESERVE CUT NEEDS NO ONE.  A
      *    CLAIM WITH NO ADJUSTER HAS NO AUTHORITY OF ITS OWN.
       CHECK-AUTHORITY-PARA.
           MOVE SPACES TO WS-AUTH-ERROR
           MOVE SPACES TO WS-AUTH-ADJ-GRADE
           MOVE SPACES TO WS-AUTH-BY
           MOVE SPACES TO WS-AUTH-GRADE
           MOVE ZERO TO WS-AUTH-ADJ-LIMIT
           MOVE ZERO TO WS-AUTH-LIMIT
           MOVE CS-ADJUSTER TO WS-AUTH-ADJUSTER
           IF WS-AUTH-ADJUSTER NOT = SPACES
               MOVE WS-AUTH-ADJUSTER TO WS-EMP-ID-X
               PERFORM FIND-EMPLOYEE-PARA
               IF WS-EMP-FOUND
                   MOVE WS-EMP-GRADE(WS-EMP-IDX) TO WS-AUTH-ADJ-GRADE
                   MOVE WS-EMP-LIMIT(WS-EMP-IDX) TO WS-AUTH-ADJ-LIMIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AUTH-AMT = ZERO
                   MOVE WS-AUTH-ADJUSTER TO WS-AUTH-BY
                   MOVE WS-AUTH-ADJ-GRADE TO WS-AUTH-GRADE
                   MOVE WS-AUTH-ADJ-LIMIT TO WS-AUTH-LIMIT
               WHEN WS-AUTH-ADJUSTER NOT = SPACES
                    AND WS-AUTH-AMT NOT > WS-AUTH-ADJ-LIMIT
                   MOVE WS-AUTH-ADJUSTER TO WS-AUTH-BY
                   MOVE WS-AUTH-ADJ-GRADE TO WS-AUTH-GRADE
                   MOVE WS-AUTH-ADJ-LIMIT TO WS-AUTH-LIMIT
               WHEN PS-APPROVER = SPACES
                   MOVE 'OVER AUTHORITY, NO APPROVER' TO WS-AUTH-ERROR
               WHEN PS-APPROVER = WS-AUTH-ADJUSTER
                   MOVE 'APPROVER IS THE ADJUSTER' TO WS-AUTH-ERROR
               WHEN OTHER
                   MOVE PS-APPROVER TO WS-EMP-ID-X
                   PERFORM FIND-EMPLOYEE-PARA
                   EVALUATE TRUE
                       WHEN NOT WS-EMP-FOUND
                           MOVE 'APPROVER NOT ON EMPLOYEE FILE'
                               TO WS-AUTH-ERROR
                       WHEN WS-EMP-GRADE(WS-EMP-IDX) NOT >
                            WS-AUTH-ADJ-GRADE
                           MOVE 'APPROVER GRADE NOT HIGHER'
                               TO WS-AUTH-ERROR
                       WHEN WS-AUTH-AMT > WS-EMP-LIMIT(WS-EMP-IDX)
                           MOVE 'OVER APPROVER AUTHORITY'
                               TO WS-AUTH-ERROR
                       WHEN OTHER
                           MOVE PS-APPROVER TO WS-AUTH-BY
                           MOVE WS-EMP-GRADE(WS-EMP-IDX)
                               TO WS-AUTH-GRADE
                           MOVE WS-EMP-LIMIT(WS-EMP-IDX)
                               TO WS-AUTH-LIMIT
                           ADD 1 TO WS-APPROVED-CNT
                   END-EVALUATE
           END-EVALUATE.
      *    A HELD TRANSACTION LEAVES THE CLAIM AS IT WAS.  IT GOES ON
      *    CLMHOLD FOR CLAIMS MANAGEMENT, AND COMES BACK ON A LATER
      *    CLMPAY WITH AN APPROVER NAMED.
       HOLD-TRAN-PARA.
           MOVE SPACES TO CHP
           MOVE CS-CLAIM TO CH-CLAIM
           MOVE PS-ACTION TO CH-ACTION
           MOVE PS-AMT TO CH-AMT
           MOVE WS-AUTH-ADJUSTER TO CH-ADJUSTER
           MOVE WS-AUTH-ADJ-LIMIT TO CH-LIMIT
           MOVE PS-APPROVER TO CH-APPROVER
           MOVE WS-AUTH-ERROR TO CH-REASON
           WRITE CHP
           ADD 1 TO WS-HOLD-CNT
           MOVE PS-AMT TO WS-PAY-AMT
           ADD WS-PAY-AMT TO WS-HOLD-TOTAL
           DISPLAY 'CLMADJ: CLAIM ' PS-CLAIM ' ' PS-ACTION ' OF '
               PS-AMT ' HELD, ' WS-AUTH-ERROR.
      *    EVERY PAYMENT AND RESERVE CHANGE APPLIED IS LOGGED WITH WHO
      *    AUTHORIZED IT AND THE AUTHORITY THEY HELD, FOR AUDIT.
       LOG-AUTHORITY-PARA.
           MOVE SPACES TO CAP
           MOVE WS-BUS-DATE TO CA-DATE
           MOVE CS-CLAIM TO CA-CLAIM
           MOVE PS-ACTION TO CA-ACTION
           MOVE PS-AMT TO CA-AMT
           MOVE WS-AUTH-ADJUSTER TO CA-ADJUSTER
           MOVE WS-AUTH-BY TO CA-AUTH-BY
           MOVE WS-AUTH-GRADE TO CA-GRADE
           MOVE WS-AUTH-LIMIT TO CA-LIMIT
           WRITE CAP
           ADD 1 TO WS-AUTH-LOG-CNT.
       APPLY-PAYMENT-PARA.
           MOVE PS-AMT TO WS-PAY-AMT
           ADD WS-PAY-AMT TO WS-PAID
           MOVE CS-POLICY TO CX-POLICY
           MOVE CS-LOB TO CX-LOB
           MOVE WS-PAY-AMT TO CX-PAID
           MOVE WS-POST-DATE TO CX-DATE
           WRITE CXP
           ADD 1 TO WS-EXTR-CNT
           MOVE SPACES TO CQP
           MOVE CS-CLAIM TO CQ-CLAIM
           MOVE CS-POLICY TO CQ-POLICY
           MOVE CS-LOB TO CQ-LOB
           MOVE WS-PAYEE-TYPE TO CQ-TYPE
           MOVE WS-PAYEE-NAME TO CQ-NAME
           MOVE WS-PAYEE-ADDR1 TO CQ-ADDR1
           MOVE WS-PAYEE-ADDR2 TO CQ-ADDR2
           MOVE WS-PAY-AMT TO CQ-AMT
           MOVE WS-POST-DATE TO CQ-DATE
           WRITE CQP
           ADD 1 TO WS-CHK-CNT
           IF WS-PERIOD-CLOSED
               PERFORM ROLL-PAYMENT-PARA
           END-IF.
       ROLL-PAYMENT-PARA.
           MOVE SPACES TO PRP
           MOVE WS-BUS-DATE TO PR-RUN-DATE
           MOVE 'CLMADJ' TO PR-PGM
           SET PR-ROLLED TO TRUE
           MOVE CS-CLAIM TO PR-KEY
           MOVE 'CLMPAY' TO PR-TYPE
           MOVE WS-BUS-DATE TO PR-ORIG-DATE
           MOVE WS-OPEN-DATE TO PR-POST-DATE
           MOVE WS-PAY-AMT TO PR-AMT
           WRITE PRP
           ADD 1 TO WS-ROLL-CNT
           ADD WS-PAY-AMT TO WS-ROLL-TOTAL.
      *    A DENIAL IS CONFIRMED TO THE POLICYHOLDER IN WRITING;
      *    THE EVENT NAMES THE CLAIM AND THE AMOUNT CLAIMED.
       LETTER-EVENT-PARA.
           MOVE SPACES TO LEP
           MOVE WS-BUS-DATE TO LE-DATE
           MOVE 'CLMADJ' TO LE-PGM
           MOVE 'CLMDENY' TO LE-LETTER
           MOVE CS-POLICY TO LE-KEY
           MOVE CS-CLAIM TO LE-REF
           MOVE CS-AMT TO WS-LETTER-AMT
           MOVE WS-LETTER-AMT TO LE-AMT
           MOVE 'DENIED ON ADJUDICATION' TO LE-TEXT
           WRITE LEP
           ADD 1 TO WS-LETTER-CNT.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== CLAIM ADJUDICATION CONTROL TOTALS ====='.
           DISPLAY 'CLAIMS CARRIED      : ' WS-CLAIM-CNT.
           DISPLAY 'TRANSACTIONS READ   : ' WS-PAY-CNT.
           DISPLAY 'TRANS APPLIED       : ' WS-APPLIED-CNT.
           DISPLAY 'TRANS UNMATCHED     : ' WS-UNMATCH-CNT.
           DISPLAY 'PAYMENTS SIU BLOCKED: ' WS-SIU-BLOCK-CNT.
           DISPLAY 'PAYMENTS NO PAYEE   : ' WS-NOPAYEE-CNT.
           DISPLAY 'CHECKS REQUESTED    : ' WS-CHK-CNT.
           DISPLAY 'HELD FOR AUTHORITY  : ' WS-HOLD-CNT.
           DISPLAY 'APPROVED ABOVE ADJ  : ' WS-APPROVED-CNT.
           DISPLAY 'AUTHORITY LOGGED    : ' WS-AUTH-LOG-CNT.
           DISPLAY 'SIU RELEASES        : ' WS-SIU-REL-CNT.
           DISPLAY 'CLAIMS ON SIU HOLD  : ' WS-SIU-HELD-CNT.
           DISPLAY 'CLAIMS PAID THIS RUN: ' WS-PAID-TOTAL.
           DISPLAY 'OUTSTANDING RESERVE : ' WS-RESERVE-TOTAL.
           DISPLAY 'LETTER EVENTS       : ' WS-LETTER-CNT.
           DISPLAY 'PAYMENTS ROLLED FWD : ' WS-ROLL-CNT.
           DISPLAY 'AMOUNT ROLLED FWD   : ' WS-ROLL-TOTAL.
