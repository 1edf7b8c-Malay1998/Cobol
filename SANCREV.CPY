       01 SVP.
           02 SV-HIT PIC X(13).
           02 PIC X.
           02 SV-SOURCE PIC X(8).
           02 PIC X.
           02 SV-KEY PIC X(16).
           02 PIC X.
           02 SV-NAME PIC X(25).
           02 PIC X.
           02 SV-WL-ID PIC X(8).
               88 SV-UNSCREENED VALUE 'NONAME'.
           02 PIC X.
           02 SV-WL-NAME PIC X(25).
           02 PIC X.
           02 SV-DIST PIC 9(2).
           02 PIC X.
           02 SV-FOUND PIC 9(8).
           02 PIC X.
           02 SV-STATUS PIC X(6).
               88 SV-PENDING VALUE 'PEND'.
               88 SV-CLEARED VALUE 'CLEAR'.
               88 SV-CONFIRMED VALUE 'CONFRM'.
           02 PIC X.
           02 SV-REVIEWED PIC 9(8).
           02 PIC X.
           02 SV-OPER PIC X(6).
