       01 BUR-REC.
           02 BR-TYPE PIC X(1).
               88 BR-REGULAR VALUE 'R'.
               88 BR-CORRECTION VALUE 'C'.
               88 BR-DELETE VALUE 'D'.
           02 PIC X.
           02 BR-PERIOD PIC 9(6).
           02 PIC X.
           02 BR-ACCT PIC X(16).
           02 PIC X.
           02 BR-NAME PIC X(15).
           02 PIC X.
           02 BR-STATUS PIC X(2).
           02 PIC X.
           02 BR-BALANCE PIC 9(9).
           02 PIC X.
           02 BR-LIMIT PIC 9(9).
           02 PIC X.
           02 BR-DPD PIC 9(3).
           02 PIC X.
           02 BR-COMPLIANCE PIC X(2).
               88 BR-DISPUTED VALUE 'XB'.
           02 PIC X.
           02 BR-CHGOFF-AMT PIC 9(9).
           02 PIC X.
           02 BR-AGENCY PIC X(4).
           02 PIC X.
           02 BR-REPORTED PIC 9(8).
