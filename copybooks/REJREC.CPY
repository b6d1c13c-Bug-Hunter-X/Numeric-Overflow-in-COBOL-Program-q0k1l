      * Reject record: one per transaction turned away by TRANPROC
      * validation, carried through repair in REJFIX. RR-STATUS
      * tracks each reject so nothing is fixed twice or forgotten:
      * "P" pending, "R" resubmitted, "W" written off. The amount
      * is as captured, in RR-CURRENCY (blank is base currency).
       01  REJECT-RECORD.
           05  RR-INPUT-AMOUNT         PIC S9(7)V99.
           05  RR-CATEGORY             PIC 9(2).
               88  RR-WRITTEN-OFF      VALUE "W".
           05  RR-WRITE-OFF-OPERATOR   PIC X(8).
           05  RR-WRITE-OFF-REASON     PIC X(20).
           05  RR-CURRENCY             PIC X(3).
           05  FILLER                  PIC X(11).
