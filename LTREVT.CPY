       01 LEP.
           02 LE-DATE PIC 9(8).
           02 PIC X.
           02 LE-PGM PIC X(8).
           02 PIC X.
           02 LE-LETTER PIC X(8).
           02 PIC X.
           02 LE-KEY PIC X(16).
           02 PIC X.
           02 LE-REF PIC X(16).
           02 PIC X.
           02 LE-AMT PIC 9(9).9(2).
           02 PIC X.
           02 LE-TEXT PIC X(30).
