       01 QPP.
           02 QP-POLICY PIC X(5).
           02 PIC X.
           02 QP-QUOTE PIC X(8).
           02 PIC X.
           02 QP-SUM PIC 9(6).9(2).
           02 PIC X.
           02 QP-TAX PIC 9(6).9(2).
