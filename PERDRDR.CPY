       01 PRP.
           02 PR-RUN-DATE PIC 9(8).
           02 PIC X.
           02 PR-PGM PIC X(8).
           02 PIC X.
           02 PR-ACTION PIC X(6).
               88 PR-ROLLED VALUE 'ROLLED'.
               88 PR-REJECTED VALUE 'REJECT'.
           02 PIC X.
           02 PR-KEY PIC X(11).
           02 PIC X.
           02 PR-TYPE PIC X(8).
           02 PIC X.
           02 PR-ORIG-DATE PIC 9(8).
           02 PIC X.
           02 PR-POST-DATE PIC 9(8).
           02 PIC X.
           02 PR-AMT PIC 9(9).9(2).
