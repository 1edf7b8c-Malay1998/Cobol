       01 WS-ACCT.
           02 WS-ACCT-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-ACCT-BAL PIC S9(9)V99.
       01 WS-ACCT-CTL PIC X(28).
       FD BANKINT.
       01 WS-BANK.
       01 WS-B.
           02 WS-B-NUM PIC 9(11).
           02 FILLER PIC X.
           02 WS-B-BAL PIC S9(9)V99.
       FD C.
       01 WS-C.
           02 WS-C-ACCT PIC 9(11).
       01 AS-REC.
           02 AS-ACCT PIC 9(11).
           02 FILLER PIC X.
           02 AS-BAL PIC S9(9)V99.
       FD ACTIVITY.
       01 AVP.
           02 AV-ACCT PIC 9(11).
                       ELSE
                           ADD 1 TO WS-VFY-CNT
                           IF WS-ACCT-BAL IS NUMERIC
                               IF WS-ACCT-BAL < ZERO
                                   SUBTRACT WS-ACCT-BAL FROM WS-VFY-HASH
                               ELSE
                                   ADD WS-ACCT-BAL TO WS-VFY-HASH
                               END-IF
                           END-IF
                       END-IF
                       END-IF
               ADD 1 TO WS-DORM-SKIP-CNT
               PERFORM 2010-READ-ACCT-PARA
           ELSE
      *    AN OVERDRAWN ACCOUNT EARNS NO CREDIT INTEREST; POSTTRN
      *    CHARGES ITS OVERDRAFT INTEREST INSTEAD.
           IF AS-ACCT IS NUMERIC AND AS-BAL IS NUMERIC
                  AND AS-BAL > ZERO
               MOVE AS-ACCT TO WS-INT-ACCT
               MOVE AS-BAL TO WS-INT-BAL
               MOVE KS-RATE TO WS-INT-RATE
