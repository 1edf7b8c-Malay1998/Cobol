       01 EMPLOYEE.
           02 E-ID PIC 9(4).
           02 PIC X.
           02 E-NAME PIC X(15).
           02 PIC X.
           02 E-DEPT PIC X(4).
           02 PIC X.
           02 E-GRADE PIC X(2).
           02 PIC X.
           02 E-SALARY PIC 9(7)V99.
