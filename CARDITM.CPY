       01 CARD-ITEM.
           02 CI-TRAN-ID PIC X(12).
           02 PIC X.
           02 CI-ACCT PIC X(16).
           02 PIC X.
           02 CI-CYCLE PIC X(2).
           02 PIC X.
           02 CI-TYPE PIC X(4).
               88 CI-PURCHASE VALUE 'PURC'.
               88 CI-CASH-ADVANCE VALUE 'CASH'.
               88 CI-CREDIT VALUE 'CRED'.
               88 CI-FEE VALUE 'FEE '.
           02 PIC X.
           02 CI-DATE PIC 9(8).
           02 PIC X.
           02 CI-POSTED PIC 9(8).
           02 PIC X.
           02 CI-AMT PIC 9(7)V99.
           02 PIC X.
           02 CI-DESC PIC X(20).
