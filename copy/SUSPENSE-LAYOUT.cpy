               88  SUSPENSE-ST-READY        VALUE 'READY'.
           05  SUSPENSE-DATE            PIC X(08).
           05  SUSPENSE-REASON          PIC X(40).
           05  SUSPENSE-DATA            PIC X(167).

       01  SUSPENSE-LENGTH              PIC S9(4) COMP VALUE 227.
