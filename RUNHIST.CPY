       01 RHP.
           02 RH-TYPE PIC X(4).
           02 PIC X.
           02 RH-DATE PIC 9(8).
           02 PIC X.
           02 RH-STEP PIC X(8).
           02 PIC X.
           02 RH-START-DATE PIC 9(8).
           02 PIC X.
           02 RH-START-TIME PIC 9(6).
           02 PIC X.
           02 RH-END-DATE PIC 9(8).
           02 PIC X.
           02 RH-END-TIME PIC 9(6).
           02 PIC X.
           02 RH-ELAPSED PIC 9(7).
