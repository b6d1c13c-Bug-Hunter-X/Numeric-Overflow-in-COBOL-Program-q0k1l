      * Warehouse record: a detail captured ahead of its value date,
      * parked by TRANPROC as it arrived and released into the
      * first posting run on or after WHS-VALUE-DATE, where it takes
      * the ordinary validation, duplicate, and limit checks of
      * that day. WHS-STATUS "P" parked, "R" released (with the
      * date of the run that released it); released entries drop
      * off the file the day after. WHS-AMOUNT is as captured, in
      * WHS-CURRENCY; WHS-ORIGIN is the origin of the feed that
      * carried it.
       01  WAREHOUSE-RECORD.
           05  WHS-VALUE-DATE          PIC 9(8).
           05  WHS-AMOUNT              PIC S9(7)V99.
           05  WHS-CATEGORY            PIC 9(2).
           05  WHS-SOURCE              PIC X(1).
           05  WHS-TRAN-TYPE           PIC X(1).
           05  WHS-TRAN-REF            PIC X(12).
           05  WHS-APPROVAL-FLAG       PIC X(1).
           05  WHS-CURRENCY            PIC X(3).
           05  WHS-ORIGIN              PIC X(8).
           05  WHS-TIMESTAMP           PIC 9(14).
           05  WHS-STATUS              PIC X(1).
               88  WHS-PARKED          VALUE "P" " ".
               88  WHS-RELEASED        VALUE "R".
           05  WHS-RELEASE-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).
