       01 EMP-MST.
           02 EM-KEY.
               03 EM-ID PIC 9(4).
               03 EM-EFF-DATE PIC 9(8).
           02 PIC X.
           02 EM-NAME PIC X(15).
           02 PIC X.
           02 EM-DEPT PIC X(4).
           02 PIC X.
           02 EM-GRADE PIC X(2).
           02 PIC X.
           02 EM-SALARY PIC 9(7)V99.
           02 PIC X.
           02 EM-STATUS PIC X(1).
               88 EM-ACTIVE VALUE 'A'.
               88 EM-TERMINATED VALUE 'T'.
           02 PIC X.
           02 EM-REASON PIC X(6).
           02 PIC X.
           02 EM-BAND-FLAG PIC X(1).
               88 EM-OUT-OF-BAND VALUE 'B'.
           02 PIC X.
           02 EM-ENTERED PIC 9(8).
