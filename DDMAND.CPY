       01 DDM-REC.
           02 MD-NUM PIC X(5).
           02 PIC X.
           02 MD-CUST PIC X(6).
           02 PIC X.
           02 MD-HOLDER PIC X(18).
           02 PIC X.
           02 MD-SORT PIC X(6).
           02 PIC X.
           02 MD-ACCOUNT PIC X(10).
           02 PIC X.
           02 MD-STATUS PIC X(7).
               88 MD-ACTIVE VALUE 'ACTIVE'.
               88 MD-SUSPENDED VALUE 'SUSPEND'.
               88 MD-CANCELLED VALUE 'CANCEL'.
           02 PIC X.
           02 MD-SIGNED PIC 9(8).
           02 PIC X.
           02 MD-RETURNS PIC 9(2).
           02 PIC X.
           02 MD-LAST-RETURN PIC 9(8).
           02 PIC X.
           02 MD-REASON PIC X(4).
