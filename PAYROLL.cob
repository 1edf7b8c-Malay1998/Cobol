       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE
           ASSIGN TO DYNAMIC WS-EMPFILE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT DEDTAB
           ASSIGN TO DYNAMIC WS-DEDTAB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDTAB-STATUS.
           SELECT PAYYTD
           ASSIGN TO DYNAMIC WS-PAYYTD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYYTD-STATUS.
           SELECT PAYYTDN
           ASSIGN TO DYNAMIC WS-PAYYTDN-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP
           ASSIGN TO DYNAMIC WS-PAYSLIP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYSLIP-STATUS.
           SELECT PAYJRNL
           ASSIGN TO DYNAMIC WS-PAYJRNL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYJRNL-STATUS.
           SELECT BALANCE
           ASSIGN TO DYNAMIC WS-BALANCE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE.
           COPY EMPREC.
       FD DEDTAB.
       01 DDP.
           02 DD-CODE PIC X(6).
           02 PIC X.
           02 DD-CLASS PIC X(1).
           02 PIC X.
           02 DD-DEPT PIC X(4).
           02 PIC X.
           02 DD-GRADE PIC X(2).
           02 PIC X.
           02 DD-PCT PIC 9(2).9(3).
           02 PIC X.
           02 DD-FLAT PIC 9(5).9(2).
           02 PIC X.
           02 DD-CAP PIC 9(5).9(2).
           02 PIC X.
           02 DD-ACCT PIC X(4).
           02 PIC X.
           02 DD-DESC PIC X(18).
       FD PAYYTD.
       01 YTP.
           02 YT-ID PIC 9(4).
           02 PIC X.
           02 YT-YEAR PIC 9(4).
           02 PIC X.
           02 YT-NAME PIC X(15).
           02 PIC X.
           02 YT-DEPT PIC X(4).
           02 PIC X.
           02 YT-GROSS PIC 9(9).9(2).
           02 PIC X.
           02 YT-STAT PIC 9(9).9(2).
           02 PIC X.
           02 YT-VOL PIC 9(9).9(2).
           02 PIC X.
           02 YT-NET PIC 9(9).9(2).
           02 PIC X.
           02 YT-PERIODS PIC 9(3).
           02 PIC X.
           02 YT-LAST-DATE PIC 9(8).
       FD PAYYTDN.
       01 YNP.
           02 YN-ID PIC 9(4).
           02 PIC X.
           02 YN-YEAR PIC 9(4).
           02 PIC X.
           02 YN-NAME PIC X(15).
           02 PIC X.
           02 YN-DEPT PIC X(4).
           02 PIC X.
           02 YN-GROSS PIC 9(9).9(2).
           02 PIC X.
           02 YN-STAT PIC 9(9).9(2).
           02 PIC X.
           02 YN-VOL PIC 9(9).9(2).
           02 PIC X.
           02 YN-NET PIC 9(9).9(2).
           02 PIC X.
           02 YN-PERIODS PIC 9(3).
           02 PIC X.
           02 YN-LAST-DATE PIC 9(8).
       FD PAYSLIP.
       01 PRT-LINE PIC X(80).
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
       FD BALANCE.
           COPY BALREC.
       WORKING-STORAGE SECTION.
       01 WS-EMPFILE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\ASORT.PAT'.
       01 WS-EMPFILE-DSN PIC X(100).
       01 WS-DEDTAB-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DEDTAB.PAT'.
       01 WS-DEDTAB-DSN PIC X(100).
       01 WS-PAYYTD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PAYYTD.PAT'.
       01 WS-PAYYTD-DSN PIC X(100).
       01 WS-PAYYTDN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PAYYTDN.PAT'.
       01 WS-PAYYTDN-DSN PIC X(100).
       01 WS-PAYSLIP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PAYSLIP.PAT'.
       01 WS-PAYSLIP-DSN PIC X(100).
       01 WS-PAYJRNL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PAYJRNL.PAT'.
       01 WS-PAYJRNL-DSN PIC X(100).
       01 WS-BALANCE-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\BALANCE.PAT'.
       01 WS-BALANCE-DSN PIC X(100).
       01 WS-EMPFILE-STATUS PIC X(2).
       01 WS-DEDTAB-STATUS PIC X(2).
       01 WS-PAYYTD-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-PAYJRNL-STATUS PIC X(2).
       01 WS-JRNL-MONTH-SW PIC X VALUE 'N'.
           88 WS-JRNL-MONTH VALUE 'Y'.
       01 WS-PAYSLIP-STATUS PIC X(2).
       01 WS-SLIP-OPEN-SW PIC X VALUE 'N'.
           88 WS-SLIP-OPEN VALUE 'Y'.
       01 WS-RERUN-SW PIC X VALUE 'N'.
           88 WS-RERUN VALUE 'Y'.
       01 WS-EMP-EOF-SW PIC X VALUE 'N'.
           88 WS-EMP-EOF VALUE 'Y'.
       01 WS-DED-EOF-SW PIC X VALUE 'N'.
           88 WS-DED-EOF VALUE 'Y'.
       01 WS-YTD-EOF-SW PIC X VALUE 'N'.
           88 WS-YTD-EOF VALUE 'Y'.
       01 WS-FIRST-SW PIC X VALUE 'Y'.
           88 WS-FIRST-REC VALUE 'Y'.
           88 WS-FIRST-NO VALUE 'N'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
       01 WS-RESTART-FLAG PIC X(1).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-PAY-YEAR PIC 9(4).
       01 WS-PERIODS-X PIC X(2).
       01 WS-PERIODS PIC 9(2) VALUE 12.
       01 WS-DED-MAX PIC 9(3) COMP VALUE 20.
       01 WS-DED-CNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DED-TABLE.
           02 WS-DED-ENTRY OCCURS 20 TIMES INDEXED BY WS-DED-IDX.
               03 WS-DED-CODE PIC X(6).
               03 WS-DED-CLASS PIC X(1).
                   88 WS-DED-STATUTORY VALUE 'S'.
                   88 WS-DED-VOLUNTARY VALUE 'V'.
               03 WS-DED-DEPT PIC X(4).
               03 WS-DED-GRADE PIC X(2).
               03 WS-DED-PCT PIC 9(2)V9(3).
               03 WS-DED-FLAT PIC 9(5)V9(2).
               03 WS-DED-CAP PIC 9(5)V9(2).
               03 WS-DED-ACCT PIC X(4).
               03 WS-DED-DESC PIC X(18).
               03 WS-DED-EMP-AMT PIC 9(7)V9(2).
               03 WS-DED-TOTAL PIC 9(11)V9(2).
               03 WS-DED-JRNL PIC 9(11)V9(2).
       01 WS-YTD-MAX PIC 9(4) COMP VALUE 3000.
       01 WS-YTD-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-YTD-TABLE.
           02 WS-YTD-ENTRY OCCURS 3000 TIMES INDEXED BY WS-YTD-IDX.
               03 WS-YTD-ID PIC 9(4).
               03 WS-YTD-NAME PIC X(15).
               03 WS-YTD-DEPT PIC X(4).
               03 WS-YTD-GROSS PIC 9(9)V9(2).
               03 WS-YTD-STAT PIC 9(9)V9(2).
               03 WS-YTD-VOL PIC 9(9)V9(2).
               03 WS-YTD-NET PIC 9(9)V9(2).
               03 WS-YTD-PERIODS PIC 9(3).
               03 WS-YTD-LAST-DATE PIC 9(8).
       01 WS-YTD-SW PIC X.
           88 WS-YTD-FOUND VALUE 'Y'.
       01 WS-GROSS PIC 9(7)V9(2).
       01 WS-STAT PIC 9(7)V9(2).
       01 WS-VOL PIC 9(7)V9(2).
       01 WS-NET PIC 9(7)V9(2).
       01 WS-LEFT PIC 9(7)V9(2).
       01 WS-DED-AMT PIC 9(7)V9(2).
       01 WS-SHORT-SW PIC X.
           88 WS-SHORT-YES VALUE 'Y'.
       01 WS-PREV-DEPT PIC X(4) VALUE SPACES.
       01 WS-DEPT-CNT PIC 9(5) VALUE ZERO.
       01 WS-DEPT-GROSS PIC 9(11)V9(2) VALUE ZERO.
       01 WS-DEPT-DEDN PIC 9(11)V9(2) VALUE ZERO.
       01 WS-DEPT-NET PIC 9(11)V9(2) VALUE ZERO.
       01 WS-READ-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PAID-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REPAY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SHORT-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PRIOR-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CLOSED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-GROSS-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-STAT-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-VOL-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-NET-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-JR-GROSS PIC 9(11)V9(2) VALUE ZERO.
       01 WS-JR-NET PIC 9(11)V9(2) VALUE ZERO.
       01 WS-YTD-OUT-CNT PIC 9(7) VALUE ZERO.
       01 WS-YTD-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-JRNL-CNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-HASH PIC 9(13)V9(2) VALUE ZERO.
       01 WS-SLIP-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-WORK-LINE PIC X(80).
       01 WS-ED-AMT PIC Z(6)9.99.
       01 WS-ED-YTD PIC Z(8)9.99.
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
           MOVE 'PAYROLL' TO WS-STEP-NAME.
           CALL WS-BUSPGM USING WS-BUS-DATE, WS-STEP-NAME,
                                WS-RESTART-FLAG.
           MOVE WS-BUS-DATE(3:6) TO WS-RUN-DATE.
           MOVE WS-BUS-DATE(1:4) TO WS-PAY-YEAR.
           MOVE 'PAYROLL' TO WS-HI-SOURCE.
           MOVE WS-BUS-DATE TO WS-HI-DATE.
           MOVE SPACES TO WS-PERIODS-X
           ACCEPT WS-PERIODS-X FROM ENVIRONMENT 'PAY_PERIODS'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PERIODS-X IS NUMERIC AND WS-PERIODS-X NOT = '00'
               MOVE WS-PERIODS-X TO WS-PERIODS
           END-IF
           OPEN INPUT EMPFILE.
           IF WS-EMPFILE-STATUS NOT = '00'
               DISPLAY 'PAYROLL: UNABLE TO OPEN EMPFILE FILE, STATUS='
                   WS-EMPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-DEDUCTIONS-PARA.
           PERFORM LOAD-YTD-PARA.
           PERFORM CHECK-RERUN-PARA.
           PERFORM REGISTER-HEADER-PARA.
           PERFORM UNTIL WS-EMP-EOF
               READ EMPFILE
                   AT END SET WS-EMP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       PERFORM PAY-EMPLOYEE-PARA
               END-READ
           END-PERFORM
           CLOSE EMPFILE.
           IF WS-SLIP-OPEN
               CLOSE PAYSLIP
           END-IF.
           IF WS-FIRST-NO
               PERFORM DEPT-TOTAL-PARA
           END-IF.
           PERFORM WRITE-YTD-PARA.
           IF WS-PAID-CNT = ZERO AND WS-REPAY-CNT > ZERO
               DISPLAY 'PAYROLL: NOBODY NEW PAID ON THE RERUN, '
                   'JOURNAL AND PAY SLIPS LEFT AS THEY ARE'
           ELSE
               PERFORM WRITE-PAYJRNL-PARA
           END-IF.
           PERFORM TOTAL-REPORT-PARA.
           PERFORM WRITE-BALANCE-PARA.
           IF WS-REJECT-CNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       ASSIGN-FILENAMES-PARA.
           MOVE WS-EMPFILE-DSN-DFLT TO WS-EMPFILE-DSN
           ACCEPT WS-EMPFILE-DSN FROM ENVIRONMENT 'ASORT_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-EMPFILE-DSN = SPACES
               MOVE WS-EMPFILE-DSN-DFLT TO WS-EMPFILE-DSN
           END-IF
           MOVE WS-DEDTAB-DSN-DFLT TO WS-DEDTAB-DSN
           ACCEPT WS-DEDTAB-DSN FROM ENVIRONMENT 'DEDTAB_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-DEDTAB-DSN = SPACES
               MOVE WS-DEDTAB-DSN-DFLT TO WS-DEDTAB-DSN
           END-IF
           MOVE WS-PAYYTD-DSN-DFLT TO WS-PAYYTD-DSN
           ACCEPT WS-PAYYTD-DSN FROM ENVIRONMENT 'PAYYTD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PAYYTD-DSN = SPACES
               MOVE WS-PAYYTD-DSN-DFLT TO WS-PAYYTD-DSN
           END-IF
           MOVE WS-PAYYTDN-DSN-DFLT TO WS-PAYYTDN-DSN
           ACCEPT WS-PAYYTDN-DSN FROM ENVIRONMENT 'PAYYTDN_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PAYYTDN-DSN = SPACES
               MOVE WS-PAYYTDN-DSN-DFLT TO WS-PAYYTDN-DSN
           END-IF
           MOVE WS-PAYSLIP-DSN-DFLT TO WS-PAYSLIP-DSN
           ACCEPT WS-PAYSLIP-DSN FROM ENVIRONMENT 'PAYSLIP_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PAYSLIP-DSN = SPACES
               MOVE WS-PAYSLIP-DSN-DFLT TO WS-PAYSLIP-DSN
           END-IF
           MOVE WS-PAYJRNL-DSN-DFLT TO WS-PAYJRNL-DSN
           ACCEPT WS-PAYJRNL-DSN FROM ENVIRONMENT 'PAYJRNL_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PAYJRNL-DSN = SPACES
               MOVE WS-PAYJRNL-DSN-DFLT TO WS-PAYJRNL-DSN
           END-IF
           MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           ACCEPT WS-BALANCE-DSN FROM ENVIRONMENT 'BALANCE_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-BALANCE-DSN = SPACES
               MOVE WS-BALANCE-DSN-DFLT TO WS-BALANCE-DSN
           END-IF.
      *    DEDTAB HOLDS ONE ROW PER DEDUCTION: S(TATUTORY) OR
      *    V(OLUNTARY), WHICH DEPARTMENT AND GRADE IT APPLIES TO
      *    (SPACES FOR ALL), A PERCENT OF GROSS PLUS A FLAT AMOUNT
      *    PER PERIOD, A PER-PERIOD CAP (ZERO FOR NONE) AND THE GL
      *    LIABILITY ACCOUNT THE MONEY IS HELD IN UNTIL REMITTED.
       LOAD-DEDUCTIONS-PARA.
           OPEN INPUT DEDTAB
           IF WS-DEDTAB-STATUS = '35'
               DISPLAY 'PAYROLL: NO DEDUCTION TABLE, GROSS PAID '
                   'WITHOUT DEDUCTIONS'
               SET WS-DED-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DED-EOF
               READ DEDTAB
                   AT END SET WS-DED-EOF TO TRUE
                   NOT AT END
                       IF DDP(1:3) = 'HDR' OR DDP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-DEDUCTION-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEDTAB-STATUS NOT = '35'
               CLOSE DEDTAB
           END-IF.
       LOAD-ONE-DEDUCTION-PARA.
           EVALUATE TRUE
               WHEN DD-CLASS NOT = 'S' AND DD-CLASS NOT = 'V'
                   DISPLAY 'PAYROLL: DEDUCTION ' DD-CODE
                       ' HAS BAD CLASS, IGNORED'
                   MOVE 8 TO RETURN-CODE
               WHEN DD-PCT(1:2) IS NOT NUMERIC OR
                    DD-PCT(4:3) IS NOT NUMERIC OR
                    DD-FLAT(1:5) IS NOT NUMERIC OR
                    DD-FLAT(7:2) IS NOT NUMERIC OR
                    DD-CAP(1:5) IS NOT NUMERIC OR
                    DD-CAP(7:2) IS NOT NUMERIC
                   DISPLAY 'PAYROLL: DEDUCTION ' DD-CODE
                       ' HAS BAD AMOUNTS, IGNORED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DED-CNT >= WS-DED-MAX
                   DISPLAY 'PAYROLL: DEDUCTION TABLE FULL, '
                       DD-CODE ' IGNORED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-DED-CNT
                   SET WS-DED-IDX TO WS-DED-CNT
                   MOVE DD-CODE TO WS-DED-CODE(WS-DED-IDX)
                   MOVE DD-CLASS TO WS-DED-CLASS(WS-DED-IDX)
                   MOVE DD-DEPT TO WS-DED-DEPT(WS-DED-IDX)
                   MOVE DD-GRADE TO WS-DED-GRADE(WS-DED-IDX)
                   MOVE DD-PCT TO WS-DED-PCT(WS-DED-IDX)
                   MOVE DD-FLAT TO WS-DED-FLAT(WS-DED-IDX)
                   MOVE DD-CAP TO WS-DED-CAP(WS-DED-IDX)
                   MOVE DD-ACCT TO WS-DED-ACCT(WS-DED-IDX)
                   IF DD-ACCT = SPACES
                       IF DD-CLASS = 'S'
                           MOVE '2610' TO WS-DED-ACCT(WS-DED-IDX)
                       ELSE
                           MOVE '2620' TO WS-DED-ACCT(WS-DED-IDX)
                       END-IF
                   END-IF
                   MOVE DD-DESC TO WS-DED-DESC(WS-DED-IDX)
                   MOVE ZERO TO WS-DED-TOTAL(WS-DED-IDX)
                   MOVE ZERO TO WS-DED-JRNL(WS-DED-IDX)
           END-EVALUATE.
      *    YEAR-TO-DATE EARNINGS ARE CARRIED FROM RUN TO RUN: PAYYTDN
      *    FROM THIS RUN IS PAYYTD NEXT RUN.  A ROW FROM AN EARLIER
      *    CALENDAR YEAR IS CLOSED OFF ON THE FIRST RUN OF THE NEW
      *    YEAR, SO YEAR-END FORMS COME FROM THE LAST PAYYTDN OF THE
      *    YEAR.  AN EMPLOYEE WHO HAS LEFT KEEPS THEIR ROW FOR THE
      *    REST OF THE YEAR.
       LOAD-YTD-PARA.
           OPEN INPUT PAYYTD
           IF WS-PAYYTD-STATUS = '35'
               DISPLAY 'PAYROLL: NO PRIOR YEAR-TO-DATE FILE, '
                   'YEAR-TO-DATE STARTS THIS RUN'
               SET WS-YTD-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-YTD-EOF
               READ PAYYTD
                   AT END SET WS-YTD-EOF TO TRUE
                   NOT AT END
                       IF YTP(1:3) = 'HDR' OR YTP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-PRIOR-CNT
                           PERFORM LOAD-ONE-YTD-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYYTD-STATUS NOT = '35'
               CLOSE PAYYTD
           END-IF.
       LOAD-ONE-YTD-PARA.
           EVALUATE TRUE
               WHEN YT-YEAR NOT = WS-PAY-YEAR
                   ADD 1 TO WS-CLOSED-CNT
               WHEN WS-YTD-CNT >= WS-YTD-MAX
                   DISPLAY 'PAYROLL: YEAR-TO-DATE TABLE FULL, ' YT-ID
                       ' DROPPED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-YTD-CNT
                   SET WS-YTD-IDX TO WS-YTD-CNT
                   MOVE YT-ID TO WS-YTD-ID(WS-YTD-IDX)
                   MOVE YT-NAME TO WS-YTD-NAME(WS-YTD-IDX)
                   MOVE YT-DEPT TO WS-YTD-DEPT(WS-YTD-IDX)
                   MOVE YT-GROSS TO WS-YTD-GROSS(WS-YTD-IDX)
                   MOVE YT-STAT TO WS-YTD-STAT(WS-YTD-IDX)
                   MOVE YT-VOL TO WS-YTD-VOL(WS-YTD-IDX)
                   MOVE YT-NET TO WS-YTD-NET(WS-YTD-IDX)
                   MOVE YT-PERIODS TO WS-YTD-PERIODS(WS-YTD-IDX)
                   MOVE YT-LAST-DATE TO WS-YTD-LAST-DATE(WS-YTD-IDX)
           END-EVALUATE.
       FIND-YTD-PARA.
           MOVE 'N' TO WS-YTD-SW
           SET WS-YTD-IDX TO 1
           PERFORM UNTIL WS-YTD-IDX > WS-YTD-CNT OR WS-YTD-FOUND
               IF WS-YTD-ID(WS-YTD-IDX) = E-ID
                   SET WS-YTD-FOUND TO TRUE
               ELSE
                   SET WS-YTD-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-YTD-FOUND
               IF WS-YTD-CNT >= WS-YTD-MAX
                   DISPLAY 'PAYROLL: YEAR-TO-DATE TABLE FULL, ' E-ID
                       ' NOT PAID'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-YTD-CNT
                   SET WS-YTD-IDX TO WS-YTD-CNT
                   MOVE E-ID TO WS-YTD-ID(WS-YTD-IDX)
                   MOVE ZERO TO WS-YTD-GROSS(WS-YTD-IDX)
                   MOVE ZERO TO WS-YTD-STAT(WS-YTD-IDX)
                   MOVE ZERO TO WS-YTD-VOL(WS-YTD-IDX)
                   MOVE ZERO TO WS-YTD-NET(WS-YTD-IDX)
                   MOVE ZERO TO WS-YTD-PERIODS(WS-YTD-IDX)
                   MOVE ZERO TO WS-YTD-LAST-DATE(WS-YTD-IDX)
                   SET WS-YTD-FOUND TO TRUE
               END-IF
           END-IF.
      *    A RUN THAT FINDS SOMEONE ALREADY PAID FOR THIS BUSINESS
      *    DATE IS A RERUN: ITS PAY SLIPS ARE ADDED TO THE ONES THE
      *    EARLIER RUN PRINTED, AND THE FILE IS ONLY OPENED WHEN A
      *    SLIP IS ACTUALLY DUE.
       CHECK-RERUN-PARA.
           SET WS-YTD-IDX TO 1
           PERFORM UNTIL WS-YTD-IDX > WS-YTD-CNT OR WS-RERUN
               IF WS-YTD-LAST-DATE(WS-YTD-IDX) = WS-BUS-DATE
                   SET WS-RERUN TO TRUE
               END-IF
               SET WS-YTD-IDX UP BY 1
           END-PERFORM.
      *    E-SALARY IS ANNUAL; ONE PERIOD'S GROSS IS THE SALARY OVER
      *    PAY_PERIODS (DEFAULT 12, MONTHLY).  AN EMPLOYEE ALREADY
      *    PAID FOR THIS BUSINESS DATE IS NOT PAID AGAIN ON A RERUN,
      *    BUT THE PAY IS WORKED OUT AGAIN FOR THE JOURNAL SO THE
      *    RERUN'S SECTION CARRIES THE WHOLE DAY'S PAYROLL AND CAN
      *    REPLACE THE EARLIER RUN'S SECTION IN GLEXTR.
       PAY-EMPLOYEE-PARA.
           EVALUATE TRUE
               WHEN E-ID IS NOT NUMERIC
                   DISPLAY 'PAYROLL: BAD EMPLOYEE ID ' E-ID
                       ', NOT PAID'
                   ADD 1 TO WS-REJECT-CNT
               WHEN E-SALARY IS NOT NUMERIC OR E-SALARY = ZERO
                   DISPLAY 'PAYROLL: EMPLOYEE ' E-ID
                       ' HAS NO VALID SALARY, NOT PAID'
                   ADD 1 TO WS-REJECT-CNT
               WHEN OTHER
                   PERFORM FIND-YTD-PARA
                   IF WS-YTD-FOUND
                       IF WS-YTD-LAST-DATE(WS-YTD-IDX) = WS-BUS-DATE
                           DISPLAY 'PAYROLL: EMPLOYEE ' E-ID
                               ' ALREADY PAID FOR ' WS-BUS-DATE
                           ADD 1 TO WS-REPAY-CNT
                           PERFORM CALC-PAY-PARA
                           PERFORM ADD-JOURNAL-PARA
                       ELSE
                           PERFORM CALC-PAY-PARA
                           PERFORM POST-PAY-PARA
                       END-IF
                   ELSE
                       ADD 1 TO WS-REJECT-CNT
                   END-IF
           END-EVALUATE.
      *    STATUTORY DEDUCTIONS COME OFF FIRST.  A VOLUNTARY ONE IS
      *    TAKEN ONLY AS FAR AS THE PAY LEFT WILL STAND, AND THE
      *    EMPLOYEE IS FLAGGED SHORT IF IT COULD NOT BE TAKEN IN FULL.
       CALC-PAY-PARA.
           COMPUTE WS-GROSS ROUNDED = E-SALARY / WS-PERIODS
           MOVE ZERO TO WS-STAT
           MOVE ZERO TO WS-VOL
           MOVE WS-GROSS TO WS-LEFT
           MOVE 'N' TO WS-SHORT-SW
           SET WS-DED-IDX TO 1
           PERFORM UNTIL WS-DED-IDX > WS-DED-CNT
               MOVE ZERO TO WS-DED-EMP-AMT(WS-DED-IDX)
               IF WS-DED-STATUTORY(WS-DED-IDX)
                   PERFORM CALC-ONE-DEDUCTION-PARA
               END-IF
               SET WS-DED-IDX UP BY 1
           END-PERFORM
           SET WS-DED-IDX TO 1
           PERFORM UNTIL WS-DED-IDX > WS-DED-CNT
               IF WS-DED-VOLUNTARY(WS-DED-IDX)
                   PERFORM CALC-ONE-DEDUCTION-PARA
               END-IF
               SET WS-DED-IDX UP BY 1
           END-PERFORM
           MOVE WS-LEFT TO WS-NET.
       CALC-ONE-DEDUCTION-PARA.
           IF (WS-DED-DEPT(WS-DED-IDX) = SPACES OR
               WS-DED-DEPT(WS-DED-IDX) = E-DEPT) AND
              (WS-DED-GRADE(WS-DED-IDX) = SPACES OR
               WS-DED-GRADE(WS-DED-IDX) = E-GRADE)
               COMPUTE WS-DED-AMT ROUNDED =
                   WS-GROSS * WS-DED-PCT(WS-DED-IDX) / 100
                   + WS-DED-FLAT(WS-DED-IDX)
               IF WS-DED-CAP(WS-DED-IDX) > ZERO AND
                  WS-DED-AMT > WS-DED-CAP(WS-DED-IDX)
                   MOVE WS-DED-CAP(WS-DED-IDX) TO WS-DED-AMT
               END-IF
               IF WS-DED-AMT > WS-LEFT
                   MOVE WS-LEFT TO WS-DED-AMT
                   SET WS-SHORT-YES TO TRUE
               END-IF
               MOVE WS-DED-AMT TO WS-DED-EMP-AMT(WS-DED-IDX)
               SUBTRACT WS-DED-AMT FROM WS-LEFT
               IF WS-DED-STATUTORY(WS-DED-IDX)
                   ADD WS-DED-AMT TO WS-STAT
               ELSE
                   ADD WS-DED-AMT TO WS-VOL
               END-IF
           END-IF.
       POST-PAY-PARA.
           IF WS-FIRST-NO AND E-DEPT NOT = WS-PREV-DEPT
               PERFORM DEPT-TOTAL-PARA
           END-IF
           SET WS-FIRST-NO TO TRUE
           MOVE E-DEPT TO WS-PREV-DEPT
           MOVE E-NAME TO WS-YTD-NAME(WS-YTD-IDX)
           MOVE E-DEPT TO WS-YTD-DEPT(WS-YTD-IDX)
           ADD WS-GROSS TO WS-YTD-GROSS(WS-YTD-IDX)
           ADD WS-STAT TO WS-YTD-STAT(WS-YTD-IDX)
           ADD WS-VOL TO WS-YTD-VOL(WS-YTD-IDX)
           ADD WS-NET TO WS-YTD-NET(WS-YTD-IDX)
           ADD 1 TO WS-YTD-PERIODS(WS-YTD-IDX)
           MOVE WS-BUS-DATE TO WS-YTD-LAST-DATE(WS-YTD-IDX)
           SET WS-DED-IDX TO 1
           PERFORM UNTIL WS-DED-IDX > WS-DED-CNT
               ADD WS-DED-EMP-AMT(WS-DED-IDX)
                   TO WS-DED-TOTAL(WS-DED-IDX)
               SET WS-DED-IDX UP BY 1
           END-PERFORM
           PERFORM ADD-JOURNAL-PARA
           ADD 1 TO WS-PAID-CNT
           ADD 1 TO WS-DEPT-CNT
           ADD WS-GROSS TO WS-DEPT-GROSS
           ADD WS-STAT TO WS-DEPT-DEDN
           ADD WS-VOL TO WS-DEPT-DEDN
           ADD WS-NET TO WS-DEPT-NET
           ADD WS-GROSS TO WS-GROSS-TOTAL
           ADD WS-STAT TO WS-STAT-TOTAL
           ADD WS-VOL TO WS-VOL-TOTAL
           ADD WS-NET TO WS-NET-TOTAL
           IF WS-SHORT-YES
               ADD 1 TO WS-SHORT-CNT
               DISPLAY E-ID ' ' E-NAME ' ' E-DEPT ' ' E-GRADE ' '
                   WS-GROSS ' ' WS-STAT ' ' WS-VOL ' ' WS-NET
                   ' SHORT'
           ELSE
               DISPLAY E-ID ' ' E-NAME ' ' E-DEPT ' ' E-GRADE ' '
                   WS-GROSS ' ' WS-STAT ' ' WS-VOL ' ' WS-NET
           END-IF
           PERFORM PAY-SLIP-PARA.
       ADD-JOURNAL-PARA.
           ADD WS-GROSS TO WS-JR-GROSS
           ADD WS-NET TO WS-JR-NET
           SET WS-DED-IDX TO 1
           PERFORM UNTIL WS-DED-IDX > WS-DED-CNT
               ADD WS-DED-EMP-AMT(WS-DED-IDX)
                   TO WS-DED-JRNL(WS-DED-IDX)
               SET WS-DED-IDX UP BY 1
           END-PERFORM.
       REGISTER-HEADER-PARA.
           DISPLAY '===== PAYROLL REGISTER FOR ' WS-BUS-DATE
               ' (' WS-PERIODS ' PERIODS A YEAR) ====='
           DISPLAY 'EMP  NAME            DEPT GR GROSS      '
               'STATUTORY  VOLUNTARY  NET'.
       DEPT-TOTAL-PARA.
           DISPLAY '--- DEPT ' WS-PREV-DEPT ' HEADCOUNT: '
               WS-DEPT-CNT ' GROSS: ' WS-DEPT-GROSS
           DISPLAY '---           DEDUCTIONS: ' WS-DEPT-DEDN
               ' NET: ' WS-DEPT-NET
           MOVE ZERO TO WS-DEPT-CNT
           MOVE ZERO TO WS-DEPT-GROSS
           MOVE ZERO TO WS-DEPT-DEDN
           MOVE ZERO TO WS-DEPT-NET.
      *    ONE SLIP PER EMPLOYEE PAID: THIS PERIOD'S GROSS, EACH
      *    DEDUCTION TAKEN AND NET, WITH THE YEAR TO DATE BESIDE THEM.
       PAY-SLIP-PARA.
           IF NOT WS-SLIP-OPEN
               IF WS-RERUN
                   OPEN EXTEND PAYSLIP
                   IF WS-PAYSLIP-STATUS = '35'
                       OPEN OUTPUT PAYSLIP
                   END-IF
               ELSE
                   OPEN OUTPUT PAYSLIP
               END-IF
               SET WS-SLIP-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           STRING 'PAY SLIP                      PERIOD ENDING '
                  DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING 'EMPLOYEE ' DELIMITED BY SIZE
                  E-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  E-NAME DELIMITED BY SIZE
                  '  DEPT ' DELIMITED BY SIZE
                  E-DEPT DELIMITED BY SIZE
                  '  GRADE ' DELIMITED BY SIZE
                  E-GRADE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-WORK-LINE
           STRING '                              THIS PERIOD'
                  DELIMITED BY SIZE
                  '     YEAR TO DATE' DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-GROSS TO WS-ED-AMT
           MOVE WS-YTD-GROSS(WS-YTD-IDX) TO WS-ED-YTD
           MOVE SPACES TO WS-WORK-LINE
           STRING 'GROSS PAY                    ' DELIMITED BY SIZE
                  WS-ED-AMT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-ED-YTD DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           SET WS-DED-IDX TO 1
           PERFORM UNTIL WS-DED-IDX > WS-DED-CNT
               IF WS-DED-EMP-AMT(WS-DED-IDX) > ZERO
                   MOVE WS-DED-EMP-AMT(WS-DED-IDX) TO WS-ED-AMT
                   MOVE SPACES TO WS-WORK-LINE
                   STRING '  ' DELIMITED BY SIZE
                          WS-DED-DESC(WS-DED-IDX) DELIMITED BY SIZE
                          '         ' DELIMITED BY SIZE
                          WS-ED-AMT DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   PERFORM WRITE-LINE-PARA
               END-IF
               SET WS-DED-IDX UP BY 1
           END-PERFORM
           MOVE WS-STAT TO WS-ED-AMT
           MOVE WS-YTD-STAT(WS-YTD-IDX) TO WS-ED-YTD
           MOVE SPACES TO WS-WORK-LINE
           STRING 'STATUTORY DEDUCTIONS         ' DELIMITED BY SIZE
                  WS-ED-AMT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-ED-YTD DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-VOL TO WS-ED-AMT
           MOVE WS-YTD-VOL(WS-YTD-IDX) TO WS-ED-YTD
           MOVE SPACES TO WS-WORK-LINE
           STRING 'VOLUNTARY DEDUCTIONS         ' DELIMITED BY SIZE
                  WS-ED-AMT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-ED-YTD DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-NET TO WS-ED-AMT
           MOVE WS-YTD-NET(WS-YTD-IDX) TO WS-ED-YTD
           MOVE SPACES TO WS-WORK-LINE
           STRING 'NET PAY                      ' DELIMITED BY SIZE
                  WS-ED-AMT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-ED-YTD DELIMITED BY SIZE
               INTO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           IF WS-SHORT-YES
               MOVE 'NOT ALL VOLUNTARY DEDUCTIONS COULD BE TAKEN'
                   TO WS-WORK-LINE
               PERFORM WRITE-LINE-PARA
           END-IF
           MOVE ALL '-' TO WS-WORK-LINE
           PERFORM WRITE-LINE-PARA
           ADD 1 TO WS-SLIP-CNT.
       WRITE-LINE-PARA.
           MOVE WS-WORK-LINE TO PRT-LINE
           WRITE PRT-LINE.
       WRITE-YTD-PARA.
           OPEN OUTPUT PAYYTDN
           MOVE WS-HDR-IMAGE TO YNP
           WRITE YNP
           SET WS-YTD-IDX TO 1
           PERFORM UNTIL WS-YTD-IDX > WS-YTD-CNT
               MOVE SPACES TO YNP
               MOVE WS-YTD-ID(WS-YTD-IDX) TO YN-ID
               MOVE WS-PAY-YEAR TO YN-YEAR
               MOVE WS-YTD-NAME(WS-YTD-IDX) TO YN-NAME
               MOVE WS-YTD-DEPT(WS-YTD-IDX) TO YN-DEPT
               MOVE WS-YTD-GROSS(WS-YTD-IDX) TO YN-GROSS
               MOVE WS-YTD-STAT(WS-YTD-IDX) TO YN-STAT
               MOVE WS-YTD-VOL(WS-YTD-IDX) TO YN-VOL
               MOVE WS-YTD-NET(WS-YTD-IDX) TO YN-NET
               MOVE WS-YTD-PERIODS(WS-YTD-IDX) TO YN-PERIODS
               MOVE WS-YTD-LAST-DATE(WS-YTD-IDX) TO YN-LAST-DATE
               WRITE YNP
               ADD 1 TO WS-YTD-OUT-CNT
               ADD WS-YTD-GROSS(WS-YTD-IDX) TO WS-YTD-HASH
               SET WS-YTD-IDX UP BY 1
           END-PERFORM
           MOVE WS-YTD-OUT-CNT TO WS-ET-CNT
           MOVE WS-YTD-HASH TO WS-ET-HASH
           MOVE WS-EXPECT-TRL TO YNP
           WRITE YNP
           CLOSE PAYYTDN.
      *    THE PERIOD'S GROSS IS DEBITED TO SALARIES EXPENSE.  EACH
      *    DEDUCTION IS CREDITED TO ITS OWN LIABILITY ACCOUNT UNTIL
      *    IT IS REMITTED, AND NET PAY TO WAGES PAYABLE UNTIL THE
      *    BANK FILE CLEARS.
      *    GLEXTR TAKES THE JOURNAL ONCE A MONTH, SO EACH RUN ADDS
      *    ITS OWN HEADER, LINES AND TRAILER TO THE MONTH'S FILE.  THE
      *    FIRST RUN IN A NEW MONTH STARTS THE FILE AGAIN; THE MONTH
      *    BEFORE WAS TAKEN BY THAT MONTH'S CLOSE.
       WRITE-PAYJRNL-PARA.
           OPEN INPUT PAYJRNL
           IF WS-PAYJRNL-STATUS = '00'
               READ PAYJRNL
                   AT END CONTINUE
                   NOT AT END
                       IF PJP(1:3) = 'HDR' AND
                          PJP(14:6) = WS-BUS-DATE(1:6)
                           SET WS-JRNL-MONTH TO TRUE
                       END-IF
               END-READ
               CLOSE PAYJRNL
           END-IF
           IF WS-JRNL-MONTH
               OPEN EXTEND PAYJRNL
               IF WS-PAYJRNL-STATUS = '35'
                   OPEN OUTPUT PAYJRNL
               END-IF
           ELSE
               OPEN OUTPUT PAYJRNL
           END-IF
           MOVE WS-HDR-IMAGE TO PJP
           WRITE PJP
           IF WS-JR-GROSS > ZERO
               MOVE SPACES TO PJP
               MOVE WS-BUS-DATE TO PJ-DATE
               MOVE '6100' TO PJ-ACCT
               MOVE 'SALARIES AND WAGES' TO PJ-DESC
               MOVE WS-JR-GROSS TO PJ-DR
               MOVE ZERO TO PJ-CR
               WRITE PJP
               ADD 1 TO WS-JRNL-CNT
               ADD WS-JR-GROSS TO WS-JRNL-HASH
               SET WS-DED-IDX TO 1
               PERFORM UNTIL WS-DED-IDX > WS-DED-CNT
                   IF WS-DED-JRNL(WS-DED-IDX) > ZERO
                       MOVE SPACES TO PJP
                       MOVE WS-BUS-DATE TO PJ-DATE
                       MOVE WS-DED-ACCT(WS-DED-IDX) TO PJ-ACCT
                       MOVE WS-DED-DESC(WS-DED-IDX) TO PJ-DESC
                       MOVE ZERO TO PJ-DR
                       MOVE WS-DED-JRNL(WS-DED-IDX) TO PJ-CR
                       WRITE PJP
                       ADD 1 TO WS-JRNL-CNT
                   END-IF
                   SET WS-DED-IDX UP BY 1
               END-PERFORM
               IF WS-JR-NET > ZERO
                   MOVE SPACES TO PJP
                   MOVE WS-BUS-DATE TO PJ-DATE
                   MOVE '2650' TO PJ-ACCT
                   MOVE 'WAGES PAYABLE' TO PJ-DESC
                   MOVE ZERO TO PJ-DR
                   MOVE WS-JR-NET TO PJ-CR
                   WRITE PJP
                   ADD 1 TO WS-JRNL-CNT
               END-IF
           END-IF
           MOVE WS-JRNL-CNT TO WS-ET-CNT
           MOVE WS-JRNL-HASH TO WS-ET-HASH
           MOVE WS-EXPECT-TRL TO PJP
           WRITE PJP
           CLOSE PAYJRNL.
       TOTAL-REPORT-PARA.
           DISPLAY '===== DEDUCTIONS THIS PERIOD ====='
           SET WS-DED-IDX TO 1
           PERFORM UNTIL WS-DED-IDX > WS-DED-CNT
               DISPLAY WS-DED-CODE(WS-DED-IDX) ' '
                   WS-DED-CLASS(WS-DED-IDX) ' '
                   WS-DED-DESC(WS-DED-IDX) ' '
                   WS-DED-ACCT(WS-DED-IDX) ' '
                   WS-DED-TOTAL(WS-DED-IDX)
               SET WS-DED-IDX UP BY 1
           END-PERFORM
           DISPLAY '===== PAYROLL CONTROL TOTALS ====='
           DISPLAY 'EMPLOYEES READ      : ' WS-READ-CNT
           DISPLAY 'EMPLOYEES PAID      : ' WS-PAID-CNT
           DISPLAY 'EMPLOYEES REJECTED  : ' WS-REJECT-CNT
           DISPLAY 'ALREADY PAID TODAY  : ' WS-REPAY-CNT
           DISPLAY 'SHORT ON DEDUCTIONS : ' WS-SHORT-CNT
           DISPLAY 'PAY SLIPS PRODUCED  : ' WS-SLIP-CNT
           DISPLAY 'PRIOR YEAR CLOSED   : ' WS-CLOSED-CNT
           DISPLAY 'YEAR-TO-DATE ROWS   : ' WS-YTD-OUT-CNT
           DISPLAY 'GROSS PAY           : ' WS-GROSS-TOTAL
           DISPLAY 'STATUTORY DEDUCTIONS: ' WS-STAT-TOTAL
           DISPLAY 'VOLUNTARY DEDUCTIONS: ' WS-VOL-TOTAL
           DISPLAY 'NET PAY             : ' WS-NET-TOTAL.
       WRITE-BALANCE-PARA.
           OPEN EXTEND BALANCE
           IF WS-BALANCE-STATUS = '35'
               OPEN OUTPUT BALANCE
           END-IF
           MOVE SPACES TO BLP
           MOVE 'PAYROLL' TO BL-STEP
           MOVE WS-RUN-DATE TO BL-DATE
           MOVE WS-READ-CNT TO BL-READ
           MOVE WS-PAID-CNT TO BL-ACCEPT
           MOVE WS-REJECT-CNT TO BL-REJECT
           MOVE WS-GROSS-TOTAL TO BL-AMT
           MOVE WS-NET-TOTAL TO BL-AMT2
           WRITE BLP
           CLOSE BALANCE.
