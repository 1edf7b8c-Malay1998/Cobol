       01 PCP.
           02 PC-PERIOD PIC 9(6).
           02 PIC X.
           02 PC-STATUS PIC X(6).
               88 PC-CLOSED VALUE 'CLOSED'.
               88 PC-OPEN VALUE 'OPEN'.
           02 PIC X.
           02 PC-DATE PIC 9(8).
           02 PIC X.
           02 PC-USER PIC X(8).
