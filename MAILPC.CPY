       01 MPP.
           02 MP-DATE PIC 9(8).
           02 PIC X.
           02 MP-SOURCE PIC X(8).
           02 PIC X.
           02 MP-SEQ PIC 9(7).
           02 PIC X.
           02 MP-KEY PIC X(16).
           02 PIC X.
           02 MP-SHEETS PIC 9(3).
           02 PIC X.
           02 MP-NAME PIC X(25).
           02 PIC X.
           02 MP-ADDR1 PIC X(25).
           02 PIC X.
           02 MP-ADDR2 PIC X(25).
