       01 YTP.
           02 YT-AGENT PIC X(4).
           02 PIC X.
           02 YT-MONTH PIC 9(4).
           02 PIC X.
           02 YT-RUN-DATE PIC 9(8).
           02 PIC X.
           02 YT-GROSS PIC 9(8).9(2).
           02 PIC X.
           02 YT-PAID PIC 9(8).9(2).
