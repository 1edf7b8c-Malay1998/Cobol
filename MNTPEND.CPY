       01 MPP.
           02 MP-PGM PIC X(8).
           02 PIC X.
           02 MP-KEY PIC X(16).
           02 PIC X.
           02 MP-DATE PIC 9(8).
           02 PIC X.
           02 MP-MAKER PIC X(6).
           02 PIC X.
           02 MP-TRAN PIC X(120).
