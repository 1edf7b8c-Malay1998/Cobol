           88 RC-ORPHAN-XREF          VALUE 22.
           88 RC-ORPHAN-NAMADDR       VALUE 23.
           88 RC-ORPHAN-REFERENCE     VALUE 24.
           88 RC-PERIOD-CLOSED        VALUE 25.
