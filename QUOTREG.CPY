       01 QTP.
           02 QT-QUOTE.
               03 QT-Q-PFX PIC X(1).
               03 QT-Q-SEQ PIC 9(7).
           02 PIC X.
           02 QT-STATUS PIC X(7).
               88 QT-OPEN VALUE 'OPEN'.
               88 QT-BOUND VALUE 'BOUND'.
               88 QT-LAPSED VALUE 'LAPSED'.
               88 QT-DECLINED VALUE 'DECLINE'.
           02 PIC X.
           02 QT-DATE PIC 9(8).
           02 PIC X.
           02 QT-EXPIRY PIC 9(8).
           02 PIC X.
           02 QT-AGENT PIC X(4).
           02 PIC X.
           02 QT-LOB PIC X(7).
           02 PIC X.
           02 QT-TERM PIC 9(2).
           02 PIC X.
           02 QT-AMT PIC 9(5).9(2).
           02 PIC X.
           02 QT-CUST PIC X(6).
           02 PIC X.
           02 QT-CCY PIC X(3).
           02 PIC X.
           02 QT-SUM PIC 9(6).9(2).
           02 PIC X.
           02 QT-TAX PIC 9(6).9(2).
           02 PIC X.
           02 QT-POLICY PIC X(5).
           02 PIC X.
           02 QT-ACT-DATE PIC 9(8).
           02 PIC X.
           02 QT-NAME PIC X(25).
           02 PIC X.
           02 QT-ADDR1 PIC X(25).
           02 PIC X.
           02 QT-ADDR2 PIC X(25).
