       01 FPP.
           02 FP-PART PIC X(2).
           02 PIC X.
           02 FP-LOW PIC X(5).
           02 PIC X.
           02 FP-HIGH PIC X(5).
