       01 ACP.
           02 AC-CASE PIC X(12).
           02 PIC X.
           02 AC-RULE PIC X(4).
               88 AC-RULE-LARGE VALUE 'LRGE'.
               88 AC-RULE-STRUCT VALUE 'STRA'.
               88 AC-RULE-STRUCT-CUST VALUE 'STRC'.
               88 AC-RULE-DORMANT VALUE 'DORM'.
           02 PIC X.
           02 AC-ACCT PIC 9(11).
           02 PIC X.
           02 AC-CUST PIC X(6).
           02 PIC X.
           02 AC-AMT PIC 9(9)V99.
           02 PIC X.
           02 AC-TXN-CNT PIC 9(3).
           02 PIC X.
           02 AC-OPENED PIC 9(8).
           02 PIC X.
           02 AC-STATUS PIC X(6).
               88 AC-OPEN VALUE 'OPEN'.
               88 AC-WORKING VALUE 'WORK'.
               88 AC-CLOSED VALUE 'CLOSED'.
           02 PIC X.
           02 AC-DISP PIC X(2).
               88 AC-DISP-ESCALATE VALUE 'ES'.
               88 AC-DISP-MONITOR VALUE 'MO'.
               88 AC-DISP-FALSE-POS VALUE 'FP'.
               88 AC-DISP-EXPLAINED VALUE 'EX'.
               88 AC-DISP-SAR-FILED VALUE 'SR'.
               88 AC-DISP-CLOSING VALUE 'FP' 'EX' 'SR'.
               88 AC-DISP-VALID VALUE 'ES' 'MO' 'FP' 'EX' 'SR'.
           02 PIC X.
           02 AC-DISP-DATE PIC 9(8).
           02 PIC X.
           02 AC-OPER PIC X(6).
