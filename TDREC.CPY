       01 TDP.
           02 TD-NUM PIC 9(11).
           02 PIC X.
           02 TD-ACCT PIC 9(11).
           02 PIC X.
           02 TD-PRIN PIC 9(9)V99.
           02 PIC X.
           02 TD-TERM PIC 9(3).
           02 PIC X.
           02 TD-RATE PIC 9V9(4).
           02 PIC X.
           02 TD-OPENED PIC 9(8).
           02 PIC X.
           02 TD-MATURE PIC 9(8).
           02 PIC X.
           02 TD-INSTR PIC X(1).
               88 TD-INSTR-ROLL VALUE 'R'.
               88 TD-INSTR-ROLL-PRIN VALUE 'I'.
               88 TD-INSTR-PAYOUT VALUE 'P'.
               88 TD-INSTR-VALID VALUE 'R' 'I' 'P'.
           02 PIC X.
           02 TD-STATUS PIC X(1).
               88 TD-ACTIVE VALUE 'A'.
               88 TD-MATURED VALUE 'M'.
               88 TD-BROKEN VALUE 'W'.
           02 PIC X.
           02 TD-NOTICE PIC 9(8).
           02 PIC X.
           02 TD-CLOSED PIC 9(8).
