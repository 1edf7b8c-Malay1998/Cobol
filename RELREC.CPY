       01 REL-REC.
           02 RL-KEY.
               03 RL-TYPE PIC X(4).
                   88 RL-TYPE-CARD VALUE 'CARD'.
                   88 RL-TYPE-DEPOSIT VALUE 'DEP'.
               03 RL-ACCT PIC X(16).
           02 PIC X.
           02 RL-CUST PIC X(6).
           02 PIC X.
           02 RL-STATUS PIC X(6).
               88 RL-OPEN VALUE 'OPEN'.
               88 RL-CLOSED VALUE 'CLOSED'.
           02 PIC X.
           02 RL-OPENED PIC 9(8).
           02 PIC X.
           02 RL-CLOSED-ON PIC 9(8).
