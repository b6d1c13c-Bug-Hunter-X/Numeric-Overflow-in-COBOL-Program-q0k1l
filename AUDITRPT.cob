           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-NEW-VALUE           PIC Z(12)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-EVENT-TYPE          PIC X(10).

       01  WS-SUMMARY-LINE.
           05  SUM-DATE.
