       01 MNP.
           02 MN-OPER PIC X(6).
           02 PIC X.
           02 MN-PGM PIC X(8).
           02 PIC X.
           02 MN-KEY PIC X(16).
           02 PIC X.
           02 MN-DISP PIC X(8).
           02 PIC X.
           02 MN-ENTERED PIC 9(8).
           02 PIC X.
           02 MN-DATE PIC 9(8).
           02 PIC X.
           02 MN-CHECKER PIC X(6).
           02 PIC X.
           02 MN-TRAN PIC X(120).
