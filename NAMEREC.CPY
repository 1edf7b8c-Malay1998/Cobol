           02 NA-DELIVERY PIC X(1).
               88 NA-DELIV-ELEC VALUE 'E'.
               88 NA-DELIV-BOTH VALUE 'B'.
           02 PIC X.
           02 NA-ADDR-DATE PIC 9(6).
