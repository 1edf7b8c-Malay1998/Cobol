           02 AG-RATE-TRAVEL PIC 9.99.
           02 PIC X.
           02 AG-RATE-OTHER PIC 9.99.
           02 PIC X.
           02 AG-PARENT PIC X(4).
           02 PIC X.
           02 AG-TAX-ID PIC X(11).
