       01 OVP.
           02 OV-AGENT PIC X(4).
           02 PIC X.
           02 OV-LOB PIC X(7).
           02 PIC X.
           02 OV-RATE PIC 9.99.
