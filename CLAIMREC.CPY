               88 CM-STATUS-PAID VALUE 'PAID'.
               88 CM-STATUS-CLOSED VALUE 'CLOSED'.
               88 CM-STATUS-DENIED VALUE 'DENIED'.
               88 CM-STATUS-SIUHOLD VALUE 'SIUHOLD'.
           02 PIC X.
           02 CM-RESERVE PIC 9(6).9(2).
           02 PIC X.
           02 CM-PAID PIC 9(6).9(2).
           02 PIC X.
           02 CM-ADJUSTER PIC X(4).
