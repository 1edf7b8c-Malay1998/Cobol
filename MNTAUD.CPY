       01 MAP.
           02 MA-DATE PIC 9(8).
           02 PIC X.
           02 MA-PGM PIC X(8).
           02 PIC X.
           02 MA-ACTION PIC X(9).
           02 PIC X.
           02 MA-KEY PIC X(16).
           02 PIC X.
           02 MA-MAKER PIC X(6).
           02 PIC X.
           02 MA-CHECKER PIC X(6).
           02 PIC X.
           02 MA-BEFORE PIC X(120).
           02 PIC X.
           02 MA-AFTER PIC X(120).
