           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-ACCT
           FILE STATUS IS WS-CARDMST-STATUS.
           SELECT CORRESP
           ASSIGN TO DYNAMIC WS-CORRESP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DISPTRAN.
           02 DS-TEXT PIC X(24).
       FD CARDMST.
           COPY CARDREC.
       FD CORRESP.
           COPY LTREVT.
       WORKING-STORAGE SECTION.
       01 WS-DISPTRAN-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\DISPTRAN.PAT'.
       01 WS-DISPTRAN-STATUS PIC X(2).
       01 WS-DISPCASE-STATUS PIC X(2).
       01 WS-CARDMST-STATUS PIC X(2).
       01 WS-CORRESP-DSN-DFLT PIC X(100) VALUE
           'C:\LEARNCOBOL\COBOL\FILEHANDLING\CORRESP.PAT'.
       01 WS-CORRESP-DSN PIC X(100).
       01 WS-CORRESP-STATUS PIC X(2).
       01 WS-LETTER-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LETTER-CODE PIC X(8).
       01 WS-LETTER-AMT PIC 9(7)V9(2).
       01 WS-CARDMST-SW PIC X VALUE 'N'.
           88 WS-CARDMST-OPEN VALUE 'Y'.
       01 WS-TRAN-EOF-SW PIC X VALUE 'N'.
               SET WS-CARDMST-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT DSPSTMT.
           OPEN EXTEND CORRESP.
           IF WS-CORRESP-STATUS = '35'
               OPEN OUTPUT CORRESP
           END-IF.
           PERFORM UNTIL WS-TRAN-EOF
               READ DISPTRAN
                   AT END SET WS-TRAN-EOF TO TRUE
           END-PERFORM.
           CLOSE DISPTRAN.
           CLOSE DSPSTMT.
           CLOSE CORRESP.
           IF WS-CARDMST-OPEN
               CLOSE CARDMST
           END-IF.
           END-ACCEPT
           IF WS-CARDMST-DSN = SPACES
               MOVE WS-CARDMST-DSN-DFLT TO WS-CARDMST-DSN
           END-IF
           MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           ACCEPT WS-CORRESP-DSN FROM ENVIRONMENT 'CORRESP_DD'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-CORRESP-DSN = SPACES
               MOVE WS-CORRESP-DSN-DFLT TO WS-CORRESP-DSN
           END-IF.
       LOAD-APR-TABLE-PARA.
           MOVE 'PLATINUM' TO WS-APR-TIER(1)
               MOVE ZERO TO DS-INT
               MOVE 'DISPUTE UPHELD - WAIVED' TO DS-TEXT
               ADD 1 TO WS-WAIVE-CNT
               MOVE 'DSPUPHLD' TO WS-LETTER-CODE
               MOVE WS-CT-AMT(WS-CT-IDX) TO WS-LETTER-AMT
           ELSE
               PERFORM RETRO-INTEREST-PARA
               MOVE WS-RETRO-INT TO DS-INT
               MOVE 'DISPUTE DENIED - BILLED' TO DS-TEXT
               ADD 1 TO WS-BILL-CNT
               ADD WS-RETRO-INT TO WS-RETRO-TOTAL
               MOVE 'DSPDENY' TO WS-LETTER-CODE
               MOVE WS-RETRO-INT TO WS-LETTER-AMT
           END-IF
           WRITE DSP
           PERFORM LETTER-EVENT-PARA.
      *    THE CARDHOLDER IS TOLD THE OUTCOME IN WRITING: AN UPHELD
      *    DISPUTE QUOTES THE AMOUNT DISPUTED, A DENIED ONE THE
      *    INTEREST BILLED BACK FOR THE TIME IT WAS FROZEN.
       LETTER-EVENT-PARA.
           MOVE SPACES TO LEP
           MOVE WS-BUS-DATE TO LE-DATE
           MOVE 'DISPUTE' TO LE-PGM
           MOVE WS-LETTER-CODE TO LE-LETTER
           MOVE WS-CT-ACCT(WS-CT-IDX) TO LE-KEY
           MOVE WS-CT-CASE(WS-CT-IDX) TO LE-REF
           MOVE WS-LETTER-AMT TO LE-AMT
           MOVE DS-TEXT TO LE-TEXT
           WRITE LEP
           ADD 1 TO WS-LETTER-CNT.
       RETRO-INTEREST-PARA.
           PERFORM LOOKUP-APR-PARA
           COMPUTE WS-OPEN-DATE-8 = WS-CENTURY * 1000000
           DISPLAY 'TRANS REJECTED    : ' WS-REJECT-CNT.
           DISPLAY 'CLOSED CASES PURGED: ' WS-DROP-CNT.
           DISPLAY 'RETRO INTEREST SUM: ' WS-RETRO-TOTAL.
           DISPLAY 'LETTER EVENTS     : ' WS-LETTER-CNT.
