           ASSIGN TO DYNAMIC WS-REFUND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.
           SELECT CLMCHK
           ASSIGN TO DYNAMIC WS-CLMCHK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMCHK-STATUS.
           SELECT CHKCTL
           ASSIGN TO DYNAMIC WS-CHKCTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT CHKPAY
           ASSIGN TO DYNAMIC WS-CHKPAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSPAY
           ASSIGN TO DYNAMIC WS-POSPAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAMADDR
           ASSIGN TO DYNAMIC WS-NAMADDR-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-KEY
           FILE STATUS IS WS-NAMADDR-STATUS.
           SELECT SANCREV
           ASSIGN TO DYNAMIC WS-SANCREV-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SANCREV-STATUS.
           SELECT REFSHLD
           ASSIGN TO DYNAMIC WS-REFSHLD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFSHLD-STATUS.
           SELECT REFSHNEW
           ASSIGN TO DYNAMIC WS-REFSHNEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLMSHLD
           ASSIGN TO DYNAMIC WS-CLMSHLD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLMSHLD-STATUS.
           SELECT CLMSHNEW
           ASSIGN TO DYNAMIC WS-CLMSHNEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERDRDR
           ASSIGN TO DYNAMIC WS-PERDRDR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERDRDR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REFUND.
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
       FD CHKCTL.
       01 CCP.
           02 CC-NEXT-NO PIC 9(8).
           02 CK-STATUS PIC X(6).
           02 PIC X.
           02 CK-CLEARED PIC 9(6).
           02 PIC X.
           02 CK-CLAIM PIC X(8).
           02 PIC X.
           02 CK-PAYEE PIC X(25).
       FD CHKREGN.
       01 CKN.
           02 CN-NO PIC 9(8).
           02 CN-STATUS PIC X(6).
           02 PIC X.
           02 CN-CLEARED PIC 9(6).
           02 PIC X.
           02 CN-CLAIM PIC X(8).
           02 PIC X.
           02 CN-PAYEE PIC X(25).
       FD CASHED.
       01 CHP.
           02 CH-NO PIC 9(8).
           02 CP-AMT PIC 9(6).9(2).
           02 PIC X.
           02 CP-DATE PIC 9(6).
           02 PIC X.
           02 CP-CLAIM PIC X(8).
           02 PIC X.
           02 CP-PAYEE PIC X(25).
           02 PIC X.
           02 CP-ADDR1 PIC X(25).
           02 PIC X.
           02 CP-ADDR2 PIC X(25).
       FD POSPAY.
       01 PVP.
           02 PV-ACTION PIC X(1).
               88 PV-ISSUE VALUE 'I'.
               88 PV-VOID VALUE 'V'.
           02 PIC X.
           02 PV-CHECK PIC 9(8).
           02 PIC X.
           02 PV-AMT PIC 9(6).9(2).
           02 PIC X.
           02 PV-ISSUED PIC 9(8).
           02 PIC X.
           02 PV-PAYEE PIC X(25).
       FD NAMADDR.
           COPY NAMEREC.
       FD SANCREV.
           COPY SANCREV.
       FD REFSHLD.
       01 RHP PIC X(43).
       FD REFSHNEW.
       01 RHN PIC X(43).
       FD CLMSHLD.
       01 QHP PIC X(126).
       FD CLMSHNEW.
       01 QHN PIC X(126).
       FD PERDRDR.
           COPY PERDRDR.
       WORKING-STORAGE SECTION.
       01 WS-REFUND-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\REFUND.PAT'.
       01 WS-REFUND-DSN PIC X(100).
       01 WS-CLMCHK-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMCHK.PAT'.
       01 WS-CLMCHK-DSN PIC X(100).
       01 WS-CHKCTL-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CHKCTL.PAT'.
       01 WS-CHKCTL-DSN PIC X(100).
       01 WS-CHKPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CHKPAY.PAT'.
       01 WS-CHKPAY-DSN PIC X(100).
       01 WS-POSPAY-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\POSPAY.PAT'.
       01 WS-POSPAY-DSN PIC X(100).
       01 WS-NAMADDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\NAMADDR.PAT'.
       01 WS-NAMADDR-DSN PIC X(100).
       01 WS-SANCREV-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\SANCREV.PAT'.
       01 WS-SANCREV-DSN PIC X(100).
       01 WS-REFSHLD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\REFSHLD.PAT'.
       01 WS-REFSHLD-DSN PIC X(100).
       01 WS-REFSHNEW-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\REFSHNEW.PAT'.
       01 WS-REFSHNEW-DSN PIC X(100).
       01 WS-CLMSHLD-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMSHLD.PAT'.
       01 WS-CLMSHLD-DSN PIC X(100).
       01 WS-CLMSHNEW-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CLMSHNEW.PAT'.
       01 WS-CLMSHNEW-DSN PIC X(100).
       01 WS-PERDRDR-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\PERDRDR.PAT'.
       01 WS-PERDRDR-DSN PIC X(100).
       01 WS-PERDRDR-STATUS PIC X(2).
       01 WS-PERDPGM PIC X(8) VALUE 'PERDLOCK'.
       01 WS-ITEM-DATE PIC 9(8).
       01 WS-OPEN-DATE PIC 9(8).
       01 WS-PERD-SW PIC X(1).
           88 WS-PERIOD-CLOSED VALUE 'C'.
       01 WS-POST-DATE PIC 9(6).
       01 WS-ROLL-KEY PIC X(11).
       01 WS-ROLL-TYPE PIC X(8).
       01 WS-ROLL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ROLL-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-REFUND-STATUS PIC X(2).
       01 WS-CLMCHK-STATUS PIC X(2).
       01 WS-CHKCTL-STATUS PIC X(2).
       01 WS-CHKREG-STATUS PIC X(2).
       01 WS-CASHED-STATUS PIC X(2).
       01 WS-CHKVOID-STATUS PIC X(2).
       01 WS-NAMADDR-STATUS PIC X(2).
       01 WS-SANCREV-STATUS PIC X(2).
       01 WS-REFSHLD-STATUS PIC X(2).
       01 WS-CLMSHLD-STATUS PIC X(2).
       01 WS-NAMADDR-SW PIC X VALUE 'N'.
           88 WS-NAMADDR-OPEN VALUE 'Y'.
       01 WS-REF-EOF-SW PIC X VALUE 'N'.
           88 WS-REF-EOF VALUE 'Y'.
       01 WS-CQ-EOF-SW PIC X VALUE 'N'.
           88 WS-CQ-EOF VALUE 'Y'.
       01 WS-REG-EOF-SW PIC X VALUE 'N'.
           88 WS-REG-EOF VALUE 'Y'.
       01 WS-CSH-EOF-SW PIC X VALUE 'N'.
           88 WS-VOID-EOF VALUE 'Y'.
       01 WS-CTL-EOF-SW PIC X VALUE 'N'.
           88 WS-CTL-EOF VALUE 'Y'.
       01 WS-SV-EOF-SW PIC X VALUE 'N'.
           88 WS-SV-EOF VALUE 'Y'.
       01 WS-RH-EOF-SW PIC X VALUE 'N'.
           88 WS-RH-EOF VALUE 'Y'.
       01 WS-QH-EOF-SW PIC X VALUE 'N'.
           88 WS-QH-EOF VALUE 'Y'.
       01 WS-REPLAY-SW PIC X VALUE 'N'.
           88 WS-REPLAY VALUE 'Y'.
       01 WS-BUSPGM PIC X(7) VALUE 'BUSDATE'.
       01 WS-BUS-DATE PIC 9(8).
       01 WS-STEP-NAME PIC X(8).
               03 WS-VOID-NO PIC 9(8).
       01 WS-VOID-SW PIC X.
           88 WS-VOID-FOUND VALUE 'Y'.
       01 WS-SH-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-SH-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-SH-TABLE.
           02 WS-SH-ENTRY OCCURS 2000 TIMES INDEXED BY WS-SH-IDX.
               03 WS-SH-NAME PIC X(25).
       01 WS-SH-SW PIC X.
           88 WS-SH-HELD VALUE 'Y'.
       01 WS-UH-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-UH-CNT PIC 9(4) COMP VALUE ZERO.
       01 WS-UH-TABLE.
           02 WS-UH-ENTRY OCCURS 2000 TIMES INDEXED BY WS-UH-IDX.
               03 WS-UH-NUM PIC X(5).
       01 WS-PAY-AMT PIC 9(6)V9(2).
       01 WS-REF-AMT PIC 9(6)V9(2).
       01 WS-REF-TAX PIC 9(6)V9(2).
           02 WS-HI-DATE PIC 9(8).
       01 WS-ISSUE-CNT PIC 9(7) VALUE ZERO.
       01 WS-ISSUE-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-CLAIM-CHK-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CLAIM-CHK-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-CASHED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-STALE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-VOIDED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CARRY-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SANC-HOLD-CNT PIC 9(7) VALUE ZERO.
       01 WS-SANC-HOLD-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-SANC-CQ-CNT PIC 9(7) VALUE ZERO.
       01 WS-SANC-CQ-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-SANC-REL-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-SANC-REL-TOTAL PIC 9(11)V9(2) VALUE ZERO.
       01 WS-POS-PAYEE PIC X(25).
       01 WS-POS-CNT PIC 9(7) VALUE ZERO.
       01 WS-POS-TOTAL PIC 9(13)V9(2) VALUE ZERO.
       01 WS-POS-ISSUE-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-POS-VOID-CNT PIC 9(7) COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM ASSIGN-FILENAMES-PARA.
           MOVE 'REFDISB' TO WS-STEP-NAME.
           PERFORM READ-CHKCTL-PARA.
           PERFORM LOAD-CASHED-PARA.
           PERFORM LOAD-VOID-PARA.
           PERFORM LOAD-SANCTION-PARA.
           PERFORM OPEN-POSPAY-PARA.
           OPEN OUTPUT CHKREGN.
           PERFORM ROLL-REGISTER-PARA.
           PERFORM ISSUE-CHECKS-PARA.
           CLOSE CHKREGN.
           PERFORM CLOSE-POSPAY-PARA.
           PERFORM WRITE-CHKCTL-PARA.
           PERFORM CONTROL-TOTAL-PARA.
           STOP RUN.
           END-ACCEPT
           IF WS-CHKPAY-DSN = SPACES
               MOVE WS-CHKPAY-DSN-DFLT TO WS-CHKPAY-DSN
           END-IF
           MOVE WS-CLMCHK-DSN-DFLT TO WS-CLMCHK-DSN
           ACCEPT WS-CLMCHK-DSN FROM ENVIRONMENT 'CLMCHK_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLMCHK-DSN = SPACES
               MOVE WS-CLMCHK-DSN-DFLT TO WS-CLMCHK-DSN
           END-IF
           MOVE WS-POSPAY-DSN-DFLT TO WS-POSPAY-DSN
           ACCEPT WS-POSPAY-DSN FROM ENVIRONMENT 'POSPAY_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-POSPAY-DSN = SPACES
               MOVE WS-POSPAY-DSN-DFLT TO WS-POSPAY-DSN
           END-IF
           MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           ACCEPT WS-NAMADDR-DSN FROM ENVIRONMENT 'NAMADDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-NAMADDR-DSN = SPACES
               MOVE WS-NAMADDR-DSN-DFLT TO WS-NAMADDR-DSN
           END-IF
           MOVE WS-SANCREV-DSN-DFLT TO WS-SANCREV-DSN
           ACCEPT WS-SANCREV-DSN FROM ENVIRONMENT 'SANCREV_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-SANCREV-DSN = SPACES
               MOVE WS-SANCREV-DSN-DFLT TO WS-SANCREV-DSN
           END-IF
           MOVE WS-REFSHLD-DSN-DFLT TO WS-REFSHLD-DSN
           ACCEPT WS-REFSHLD-DSN FROM ENVIRONMENT 'REFSHLD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-REFSHLD-DSN = SPACES
               MOVE WS-REFSHLD-DSN-DFLT TO WS-REFSHLD-DSN
           END-IF
           MOVE WS-REFSHNEW-DSN-DFLT TO WS-REFSHNEW-DSN
           ACCEPT WS-REFSHNEW-DSN FROM ENVIRONMENT 'REFSHNEW_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-REFSHNEW-DSN = SPACES
               MOVE WS-REFSHNEW-DSN-DFLT TO WS-REFSHNEW-DSN
           END-IF
           MOVE WS-CLMSHLD-DSN-DFLT TO WS-CLMSHLD-DSN
           ACCEPT WS-CLMSHLD-DSN FROM ENVIRONMENT 'CLMSHLD_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLMSHLD-DSN = SPACES
               MOVE WS-CLMSHLD-DSN-DFLT TO WS-CLMSHLD-DSN
           END-IF
           MOVE WS-CLMSHNEW-DSN-DFLT TO WS-CLMSHNEW-DSN
           ACCEPT WS-CLMSHNEW-DSN FROM ENVIRONMENT 'CLMSHNEW_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CLMSHNEW-DSN = SPACES
               MOVE WS-CLMSHNEW-DSN-DFLT TO WS-CLMSHNEW-DSN
           END-IF
           MOVE WS-PERDRDR-DSN-DFLT TO WS-PERDRDR-DSN
           ACCEPT WS-PERDRDR-DSN FROM ENVIRONMENT 'PERDRDR_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PERDRDR-DSN = SPACES
               MOVE WS-PERDRDR-DSN-DFLT TO WS-PERDRDR-DSN
           END-IF.
       READ-CHKCTL-PARA.
           OPEN INPUT CHKCTL
           IF WS-CHKVOID-STATUS NOT = '35'
               CLOSE CHKVOID
           END-IF.
      *    NO MONEY GOES TO A NAME SANCTIONS SCREENING HAS FLAGGED
      *    UNTIL COMPLIANCE HAS LOOKED AT IT.  A HIT STILL PENDING, OR
      *    ONE COMPLIANCE CONFIRMED, KEEPS THE PAYEE ON HOLD; ONLY A
      *    CLEARED HIT LETS THE CHECK GO.  A REFUND SANCSCRN COULD NOT
      *    SCREEN FOR WANT OF A NAME IS HELD BY ITS POLICY NUMBER.
       LOAD-SANCTION-PARA.
           OPEN INPUT SANCREV
           IF WS-SANCREV-STATUS = '35'
               SET WS-SV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SV-EOF
               READ SANCREV
                   AT END SET WS-SV-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SV-CLEARED
                               CONTINUE
                           WHEN SV-UNSCREENED
                               PERFORM LOAD-ONE-UNSCREENED-PARA
                           WHEN OTHER
                               PERFORM LOAD-ONE-SANCTION-PARA
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-SANCREV-STATUS NOT = '35'
               CLOSE SANCREV
           END-IF.
       LOAD-ONE-SANCTION-PARA.
           MOVE SV-NAME TO WS-POS-PAYEE
           PERFORM FIND-SANCTION-PARA
           IF WS-SH-HELD
               CONTINUE
           ELSE
           IF WS-SH-CNT >= WS-SH-MAX
               DISPLAY 'REFDISB: SANCTION HOLD TABLE FULL, STOPPING '
                   'SO NO FLAGGED PAYEE IS PAID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WS-SH-CNT
               SET WS-SH-IDX TO WS-SH-CNT
               MOVE SV-NAME TO WS-SH-NAME(WS-SH-IDX)
           END-IF
           END-IF.
       LOAD-ONE-UNSCREENED-PARA.
           IF WS-UH-CNT >= WS-UH-MAX
               DISPLAY 'REFDISB: UNSCREENED HOLD TABLE FULL, STOPPING '
                   'SO NO UNSCREENED REFUND IS PAID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WS-UH-CNT
               SET WS-UH-IDX TO WS-UH-CNT
               MOVE SV-KEY TO WS-UH-NUM(WS-UH-IDX)
           END-IF.
       FIND-UNSCREENED-PARA.
           SET WS-UH-IDX TO 1
           PERFORM UNTIL WS-UH-IDX > WS-UH-CNT OR WS-SH-HELD
               IF WS-UH-NUM(WS-UH-IDX) = RF-NUM
                   SET WS-SH-HELD TO TRUE
               ELSE
                   SET WS-UH-IDX UP BY 1
               END-IF
           END-PERFORM.
       FIND-SANCTION-PARA.
           MOVE 'N' TO WS-SH-SW
           SET WS-SH-IDX TO 1
           PERFORM UNTIL WS-SH-IDX > WS-SH-CNT OR WS-SH-HELD
               IF WS-SH-NAME(WS-SH-IDX) = WS-POS-PAYEE
                   SET WS-SH-HELD TO TRUE
               ELSE
                   SET WS-SH-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    THE REGISTER IS ROLLED FORWARD EVERY RUN: CASHED ITEMS
      *    CLEAR, VOIDS STICK, AND AN ISSUED CHECK THAT HAS SAT
      *    UNCASHED PAST THE STALE LIMIT IS FLAGGED FOR FOLLOW-UP
           ADD 1 TO WS-CARRY-CNT
           PERFORM FIND-VOID-PARA
           IF WS-VOID-FOUND AND CK-STATUS NOT = 'CASHED'
               IF CK-STATUS NOT = 'VOID'
                   PERFORM POSPAY-VOID-PARA
               END-IF
               MOVE 'VOID' TO CN-STATUS
               MOVE WS-RUN-DATE TO CN-CLEARED
               ADD 1 TO WS-VOIDED-CNT
           IF WS-AGE-DAYS > WS-STALE-DAYS
               MOVE 'STALE' TO CN-STATUS
               ADD 1 TO WS-STALE-CNT
               IF CK-CLAIM = SPACES
                   DISPLAY 'REFDISB: CHECK ' CK-NO ' FOR POLICY '
                       CK-NUM ' STALE, ISSUED ' CK-ISSUED
                       ' AMOUNT ' CK-AMT
               ELSE
                   DISPLAY 'REFDISB: CHECK ' CK-NO ' FOR CLAIM '
                       CK-CLAIM ' STALE, ISSUED ' CK-ISSUED
                       ' AMOUNT ' CK-AMT ' PAYEE ' CK-PAYEE
               END-IF
           END-IF.
       ISSUE-CHECKS-PARA.
           OPEN INPUT REFUND
           MOVE WS-BUS-DATE TO WS-HI-DATE
           MOVE WS-HDR-IMAGE TO CPP
           WRITE CPP
           OPEN OUTPUT REFSHNEW
           MOVE WS-HDR-IMAGE TO RHN
           WRITE RHN
           OPEN OUTPUT CLMSHNEW
           MOVE WS-HDR-IMAGE TO QHN
           WRITE QHN
           OPEN EXTEND PERDRDR
           IF WS-PERDRDR-STATUS = '35'
               OPEN OUTPUT PERDRDR
           END-IF
           PERFORM UNTIL WS-REF-EOF
               READ REFUND
                   AT END SET WS-REF-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM REPLAY-REFUND-HOLD-PARA
           PERFORM ISSUE-CLAIM-CHECKS-PARA
           MOVE WS-ISSUE-CNT TO WS-ET-CNT
           MOVE WS-ISSUE-TOTAL TO WS-ET-HASH
           MOVE WS-EXPECT-TRL TO CPP
           WRITE CPP
           CLOSE CHKPAY
           MOVE WS-SANC-HOLD-CNT TO WS-ET-CNT
           MOVE WS-SANC-HOLD-TOTAL TO WS-ET-HASH
           MOVE WS-EXPECT-TRL TO RHN
           WRITE RHN
           CLOSE REFSHNEW
           MOVE WS-SANC-CQ-CNT TO WS-ET-CNT
           MOVE WS-SANC-CQ-TOTAL TO WS-ET-HASH
           MOVE WS-EXPECT-TRL TO QHN
           WRITE QHN
           CLOSE CLMSHNEW
           CLOSE PERDRDR
           IF WS-REFUND-STATUS NOT = '35'
               CLOSE REFUND
           END-IF.
           MOVE RF-REFUND TO WS-REF-AMT
           MOVE RF-TAX TO WS-REF-TAX
           COMPUTE WS-PAY-AMT = WS-REF-AMT + WS-REF-TAX
           PERFORM REFUND-PAYEE-PARA
           MOVE 'N' TO WS-SH-SW
           IF WS-PAY-AMT NOT = ZERO AND WS-POS-PAYEE NOT = SPACES
               PERFORM FIND-SANCTION-PARA
           END-IF
           IF WS-PAY-AMT NOT = ZERO AND NOT WS-SH-HELD
               PERFORM FIND-UNSCREENED-PARA
           END-IF
           IF WS-PAY-AMT = ZERO
               CONTINUE
           ELSE
           IF WS-SH-HELD
               MOVE RFP TO RHN
               WRITE RHN
               ADD 1 TO WS-SANC-HOLD-CNT
               ADD WS-PAY-AMT TO WS-SANC-HOLD-TOTAL
               DISPLAY 'REFDISB: REFUND FOR POLICY ' RF-NUM ' TO '
                   WS-POS-PAYEE ' HELD FOR SANCTIONS REVIEW'
           ELSE
               IF WS-REPLAY
                   ADD 1 TO WS-SANC-REL-CNT
                   ADD WS-PAY-AMT TO WS-SANC-REL-TOTAL
               END-IF
               MOVE WS-BUS-DATE TO WS-ITEM-DATE
               MOVE RF-NUM TO WS-ROLL-KEY
               MOVE 'REFUND' TO WS-ROLL-TYPE
               PERFORM PERIOD-CHECK-PARA
               MOVE SPACES TO CPP
               MOVE WS-NEXT-NO TO CP-NO
               MOVE RF-NUM TO CP-NUM
               MOVE WS-PAY-AMT TO CP-AMT
               MOVE WS-POST-DATE TO CP-DATE
               WRITE CPP
               MOVE SPACES TO CKN
               MOVE WS-NEXT-NO TO CN-NO
               MOVE RF-NUM TO CN-NUM
               MOVE RF-LOB TO CN-LOB
               MOVE WS-RUN-DATE TO CN-ISSUED
               MOVE 'ISSUED' TO CN-STATUS
               MOVE ZERO TO CN-CLEARED
               MOVE WS-POS-PAYEE TO CN-PAYEE
               WRITE CKN
               PERFORM POSPAY-ISSUE-PARA
               ADD 1 TO WS-NEXT-NO
               ADD 1 TO WS-ISSUE-CNT
               ADD WS-PAY-AMT TO WS-ISSUE-TOTAL
           END-IF
           END-IF.
      *    REFUNDS HELD ON AN EARLIER NIGHT COME BACK THROUGH THE SAME
      *    CHECKS EVERY RUN: ONCE COMPLIANCE CLEARS THE HIT THE CHECK
      *    IS CUT, OTHERWISE THE REFUND IS CARRIED TO THE NEW HOLD FILE.
       REPLAY-REFUND-HOLD-PARA.
           OPEN INPUT REFSHLD
           IF WS-REFSHLD-STATUS = '35'
               SET WS-RH-EOF TO TRUE
           END-IF
           SET WS-REPLAY TO TRUE
           PERFORM UNTIL WS-RH-EOF
               READ REFSHLD
                   AT END SET WS-RH-EOF TO TRUE
                   NOT AT END
                       IF RHP(1:3) = 'HDR' OR RHP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           MOVE RHP TO RFP
                           PERFORM ISSUE-ONE-CHECK-PARA
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-REPLAY-SW
           IF WS-REFSHLD-STATUS NOT = '35'
               CLOSE REFSHLD
           END-IF.
      *    CLAIM PAYMENTS CLMADJ APPROVED TONIGHT ARE CUT FROM THE
      *    SAME CHECK STOCK AND NUMBER RANGE AS REFUNDS, TO THE PAYEE
      *    CLMADJ NAMED, AND GO ON THE SAME REGISTER SO THEY ARE
      *    CASHED, AGED STALE AND VOIDED EXACTLY AS REFUNDS ARE.
       ISSUE-CLAIM-CHECKS-PARA.
           OPEN INPUT CLMCHK
           IF WS-CLMCHK-STATUS = '35'
               DISPLAY 'REFDISB: NO CLAIM CHECK FILE FOR THIS RUN'
               SET WS-CQ-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CQ-EOF
               READ CLMCHK
                   AT END SET WS-CQ-EOF TO TRUE
                   NOT AT END
                       IF CQP(1:3) = 'HDR' OR CQP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           PERFORM ISSUE-CLAIM-CHECK-PARA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM REPLAY-CLAIM-HOLD-PARA
           IF WS-CLMCHK-STATUS NOT = '35'
               CLOSE CLMCHK
           END-IF.
       REPLAY-CLAIM-HOLD-PARA.
           OPEN INPUT CLMSHLD
           IF WS-CLMSHLD-STATUS = '35'
               SET WS-QH-EOF TO TRUE
           END-IF
           SET WS-REPLAY TO TRUE
           PERFORM UNTIL WS-QH-EOF
               READ CLMSHLD
                   AT END SET WS-QH-EOF TO TRUE
                   NOT AT END
                       IF QHP(1:3) = 'HDR' OR QHP(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           MOVE QHP TO CQP
                           PERFORM ISSUE-CLAIM-CHECK-PARA
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-REPLAY-SW
           IF WS-CLMSHLD-STATUS NOT = '35'
               CLOSE CLMSHLD
           END-IF.
       ISSUE-CLAIM-CHECK-PARA.
           MOVE ZERO TO WS-PAY-AMT
           IF CQ-AMT(1:6) IS NUMERIC AND CQ-AMT(8:2) IS NUMERIC
               MOVE CQ-AMT TO WS-PAY-AMT
           END-IF
           MOVE CQ-NAME TO WS-POS-PAYEE
           MOVE 'N' TO WS-SH-SW
           IF WS-PAY-AMT NOT = ZERO AND WS-POS-PAYEE NOT = SPACES
               PERFORM FIND-SANCTION-PARA
           END-IF
           IF WS-PAY-AMT = ZERO
               CONTINUE
           ELSE
           IF WS-SH-HELD
               MOVE CQP TO QHN
               WRITE QHN
               ADD 1 TO WS-SANC-CQ-CNT
               ADD WS-PAY-AMT TO WS-SANC-CQ-TOTAL
               DISPLAY 'REFDISB: CLAIM ' CQ-CLAIM ' PAYMENT TO '
                   CQ-NAME ' HELD FOR SANCTIONS REVIEW'
           ELSE
               IF WS-REPLAY
                   ADD 1 TO WS-SANC-REL-CNT
                   ADD WS-PAY-AMT TO WS-SANC-REL-TOTAL
               END-IF
               IF CQ-DATE IS NUMERIC
                   COMPUTE WS-ITEM-DATE =
                       WS-CENTURY * 1000000 + CQ-DATE
               ELSE
                   MOVE WS-BUS-DATE TO WS-ITEM-DATE
               END-IF
               MOVE CQ-CLAIM TO WS-ROLL-KEY
               MOVE 'CLMCHK' TO WS-ROLL-TYPE
               PERFORM PERIOD-CHECK-PARA
               MOVE SPACES TO CPP
               MOVE WS-NEXT-NO TO CP-NO
               MOVE CQ-POLICY TO CP-NUM
               MOVE WS-PAY-AMT TO CP-AMT
               MOVE WS-POST-DATE TO CP-DATE
               MOVE CQ-CLAIM TO CP-CLAIM
               MOVE CQ-NAME TO CP-PAYEE
               MOVE CQ-ADDR1 TO CP-ADDR1
               MOVE CQ-ADDR2 TO CP-ADDR2
               WRITE CPP
               MOVE SPACES TO CKN
               MOVE WS-NEXT-NO TO CN-NO
               MOVE CQ-POLICY TO CN-NUM
               MOVE CQ-LOB TO CN-LOB
               MOVE WS-PAY-AMT TO CN-AMT
               MOVE WS-RUN-DATE TO CN-ISSUED
               MOVE 'ISSUED' TO CN-STATUS
               MOVE ZERO TO CN-CLEARED
               MOVE CQ-CLAIM TO CN-CLAIM
               MOVE CQ-NAME TO CN-PAYEE
               WRITE CKN
               MOVE CQ-NAME TO WS-POS-PAYEE
               PERFORM POSPAY-ISSUE-PARA
               ADD 1 TO WS-NEXT-NO
               ADD 1 TO WS-ISSUE-CNT
               ADD WS-PAY-AMT TO WS-ISSUE-TOTAL
               ADD 1 TO WS-CLAIM-CHK-CNT
               ADD WS-PAY-AMT TO WS-CLAIM-CHK-TOTAL
           END-IF
           END-IF.
      *    A DISBURSEMENT IS DATED BY ITS OWN ACCOUNTING DATE - THE
      *    BUSINESS DATE FOR A REFUND, THE DATE CLMADJ APPROVED A
      *    CLAIM PAYMENT - AND ONE THAT FALLS IN A MONTH FINANCE HAS
      *    CLOSED IS BOOKED INTO THE FIRST OPEN MONTH INSTEAD, AND
      *    LOGGED AS ROLLED FORWARD.  THE CHECK ITSELF IS STILL CUT
      *    AND REGISTERED WITH TODAY'S DATE.
       PERIOD-CHECK-PARA.
           CALL WS-PERDPGM USING WS-ITEM-DATE, WS-OPEN-DATE,
                                WS-PERD-SW
           MOVE WS-RUN-DATE TO WS-POST-DATE
           IF WS-PERIOD-CLOSED
               IF WS-OPEN-DATE > WS-BUS-DATE
                   MOVE WS-OPEN-DATE(3:6) TO WS-POST-DATE
               END-IF
               MOVE SPACES TO PRP
               MOVE WS-BUS-DATE TO PR-RUN-DATE
               MOVE 'REFDISB' TO PR-PGM
               SET PR-ROLLED TO TRUE
               MOVE WS-ROLL-KEY TO PR-KEY
               MOVE WS-ROLL-TYPE TO PR-TYPE
               MOVE WS-ITEM-DATE TO PR-ORIG-DATE
               COMPUTE PR-POST-DATE =
                   WS-CENTURY * 1000000 + WS-POST-DATE
               MOVE WS-PAY-AMT TO PR-AMT
               WRITE PRP
               ADD 1 TO WS-ROLL-CNT
               ADD WS-PAY-AMT TO WS-ROLL-TOTAL
           END-IF.
      *    POSITIVE PAY: THE BANK IS SENT EVERY CHECK ISSUED AND EVERY
      *    CHECK VOIDED TODAY, AND PAYS NOTHING IT CANNOT FIND ON
      *    THIS LIST WITHOUT ASKING US FIRST.  A REFUND IS PAYABLE TO
      *    THE POLICYHOLDER ON THE NAME AND ADDRESS MASTER.
       OPEN-POSPAY-PARA.
           OPEN INPUT NAMADDR
           IF WS-NAMADDR-STATUS = '00'
               SET WS-NAMADDR-OPEN TO TRUE
           ELSE
               DISPLAY 'REFDISB: NO NAME/ADDRESS MASTER, REFUND '
                   'PAYEES NOT SENT TO THE BANK'
           END-IF
           OPEN OUTPUT POSPAY
           MOVE 'REFDISB' TO WS-HI-SOURCE
           MOVE WS-BUS-DATE TO WS-HI-DATE
           MOVE WS-HDR-IMAGE TO PVP
           WRITE PVP.
       CLOSE-POSPAY-PARA.
           MOVE WS-POS-CNT TO WS-ET-CNT
           MOVE WS-POS-TOTAL TO WS-ET-HASH
           MOVE WS-EXPECT-TRL TO PVP
           WRITE PVP
           CLOSE POSPAY
           IF WS-NAMADDR-OPEN
               CLOSE NAMADDR
           END-IF.
       REFUND-PAYEE-PARA.
           MOVE SPACES TO WS-POS-PAYEE
           IF WS-NAMADDR-OPEN
               MOVE SPACES TO NA-KEY
               MOVE RF-NUM TO NA-KEY
               READ NAMADDR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE NA-NAME TO WS-POS-PAYEE
               END-READ
           END-IF.
       POSPAY-ISSUE-PARA.
           MOVE SPACES TO PVP
           SET PV-ISSUE TO TRUE
           MOVE WS-NEXT-NO TO PV-CHECK
           MOVE WS-PAY-AMT TO PV-AMT
           MOVE WS-BUS-DATE TO PV-ISSUED
           MOVE WS-POS-PAYEE TO PV-PAYEE
           WRITE PVP
           ADD 1 TO WS-POS-CNT
           ADD 1 TO WS-POS-ISSUE-CNT
           ADD WS-PAY-AMT TO WS-POS-TOTAL.
       POSPAY-VOID-PARA.
           MOVE SPACES TO PVP
           SET PV-VOID TO TRUE
           MOVE CK-NO TO PV-CHECK
           MOVE CK-AMT TO PV-AMT
           COMPUTE PV-ISSUED = WS-CENTURY * 1000000 + CK-ISSUED
           MOVE CK-PAYEE TO PV-PAYEE
           WRITE PVP
           MOVE CK-AMT TO WS-PAY-AMT
           ADD 1 TO WS-POS-CNT
           ADD 1 TO WS-POS-VOID-CNT
           ADD WS-PAY-AMT TO WS-POS-TOTAL.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== REFUND DISBURSEMENT CONTROL TOTALS ====='.
           DISPLAY 'CHECKS CARRIED     : ' WS-CARRY-CNT.
           DISPLAY 'CHECKS ISSUED      : ' WS-ISSUE-CNT.
           DISPLAY 'AMOUNT DISBURSED   : ' WS-ISSUE-TOTAL.
           DISPLAY '  OF WHICH CLAIMS  : ' WS-CLAIM-CHK-CNT ' '
               WS-CLAIM-CHK-TOTAL.
           DISPLAY 'REFUNDS ON SANCTION: ' WS-SANC-HOLD-CNT ' '
               WS-SANC-HOLD-TOTAL.
           DISPLAY 'CLAIMS ON SANCTION : ' WS-SANC-CQ-CNT ' '
               WS-SANC-CQ-TOTAL.
           DISPLAY 'SANCTION RELEASES  : ' WS-SANC-REL-CNT ' '
               WS-SANC-REL-TOTAL.
           DISPLAY 'CHECKS CASHED      : ' WS-CASHED-CNT.
           DISPLAY 'CHECKS GONE STALE  : ' WS-STALE-CNT.
           DISPLAY 'CHECKS VOIDED      : ' WS-VOIDED-CNT.
           DISPLAY 'NEXT CHECK NUMBER  : ' WS-NEXT-NO.
           DISPLAY 'POSITIVE PAY ISSUES: ' WS-POS-ISSUE-CNT.
           DISPLAY 'POSITIVE PAY VOIDS : ' WS-POS-VOID-CNT.
           DISPLAY 'ROLLED TO OPEN PERD: ' WS-ROLL-CNT ' '
               WS-ROLL-TOTAL.
