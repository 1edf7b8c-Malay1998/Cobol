       01 QQP.
           02 QQ-AGENT PIC X(4).
           02 PIC X.
           02 QQ-LOB PIC X(7).
           02 PIC X.
           02 QQ-TERM PIC 9(2).
           02 PIC X.
           02 QQ-AMT PIC 9(5).9(2).
           02 PIC X.
           02 QQ-CUST PIC X(6).
           02 PIC X.
           02 QQ-CCY PIC X(3).
           02 PIC X.
           02 QQ-NAME PIC X(25).
           02 PIC X.
           02 QQ-ADDR1 PIC X(25).
           02 PIC X.
           02 QQ-ADDR2 PIC X(25).
