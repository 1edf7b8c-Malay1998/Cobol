       01 SCP.
           02 SC-MASTER PIC X(8).
           02 PIC X.
           02 SC-DATE PIC 9(8).
           02 PIC X.
           02 SC-STATE PIC X(7).
               88 SC-PRESENT VALUE 'PRESENT'.
               88 SC-MISSING VALUE 'MISSING'.
           02 PIC X.
           02 SC-COUNT PIC 9(9).
           02 PIC X.
           02 SC-HASH PIC 9(15).
           02 PIC X.
           02 SC-DSN PIC X(100).
