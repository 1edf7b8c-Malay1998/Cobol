       01 TRP.
           02 TR-AGENT PIC X(4).
           02 PIC X.
           02 TR-YEAR PIC 9(2).
           02 PIC X.
           02 TR-AMT PIC 9(9).9(2).
           02 PIC X.
           02 TR-ISSUED PIC 9(8).
           02 PIC X.
           02 TR-KIND PIC X(8).
               88 TR-ORIGINAL VALUE 'ORIGINAL'.
               88 TR-CORRECTED VALUE 'CORRECTD'.
           02 PIC X.
           02 TR-FILED PIC X(1).
               88 TR-WAS-FILED VALUE 'Y'.
