       01 WS-ACCT.
           02 WS-ACCT-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-ACCT-BAL PIC S9(9)V99.
       FD ACCTSRT.
       01 ASR.
           02 AS-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 AS-BAL PIC S9(9)V99.
       FD ACCTCAP.
       01 ACR.
           02 CP-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 CP-BAL PIC S9(9)V99.
       01 CP-CTL PIC X(28).
       FD CAPSTMT.
       01 CSP.
           02 FILLER PIC X.
           02 CS-INT PIC 9(9).9(2).
           02 FILLER PIC X.
           02 CS-NEWBAL PIC -9(9).9(2).
       FD CAPYTD.
       01 CYP.
           02 CY-ACCT PIC 9(11).
       01 WS-MERGED-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CAP-CNT PIC 9(7) COMP VALUE ZERO.
       01 WS-CAP-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-NEW-BAL PIC S9(9)V99.
       01 WS-GOT-SW PIC X.
           88 WS-GOT-YES VALUE 'Y'.
       01 WS-CAPYTD-DSN-DFLT PIC X(100) VALUE
               MOVE WS-NEW-BAL TO CP-BAL
               WRITE ACR
               ADD 1 TO WS-CAP-OUT-CNT
               PERFORM ADD-CAP-HASH-PARA
               PERFORM READ-ACCTSRT-PARA
           ELSE
               PERFORM CAPITALIZE-LIVE-PARA
           MOVE WS-NEW-BAL TO CP-BAL
           WRITE ACR
           ADD 1 TO WS-CAP-OUT-CNT
           PERFORM ADD-CAP-HASH-PARA
           PERFORM READ-ACCTSRT-PARA.
      *    THE TRAILER HASH IS A SUM OF MAGNITUDES, SO AN OVERDRAWN
      *    BALANCE ADDS TO IT THE SAME AS A CREDIT BALANCE.
       ADD-CAP-HASH-PARA.
           IF CP-BAL < ZERO
               SUBTRACT CP-BAL FROM WS-CAP-HASH
           ELSE
               ADD CP-BAL TO WS-CAP-HASH
           END-IF.
       CONTROL-TOTAL-PARA.
           DISPLAY '===== INTEREST CAPITALIZATION TOTALS ====='.
           DISPLAY 'ACCRUED POSITIONS CARRIED: ' WS-MERGED-CNT.
