       01 APE-REC.
           02 AE-ACCT PIC X(16).
           02 PIC X.
           02 AE-DEP-ACCT PIC 9(11).
           02 PIC X.
           02 AE-OPTION PIC X(1).
               88 AE-OPT-MINIMUM VALUE 'M'.
               88 AE-OPT-STATEMENT VALUE 'S'.
               88 AE-OPT-FIXED VALUE 'F'.
           02 PIC X.
           02 AE-FIXED-AMT PIC 9(7)V99.
           02 PIC X.
           02 AE-STATUS PIC X(7).
               88 AE-ACTIVE VALUE 'ACTIVE'.
               88 AE-SUSPENDED VALUE 'SUSPEND'.
               88 AE-CANCELLED VALUE 'CANCEL'.
           02 PIC X.
           02 AE-SIGNED PIC 9(8).
           02 PIC X.
           02 AE-LAST-DUE PIC 9(8).
           02 PIC X.
           02 AE-LAST-RUN PIC 9(8).
           02 PIC X.
           02 AE-LAST-AMT PIC 9(7)V99.
           02 PIC X.
           02 AE-FAILS PIC 9(2).
           02 PIC X.
           02 AE-LAST-FAIL PIC 9(8).
