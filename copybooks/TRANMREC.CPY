      * posting date and category. Maintained by TRANPROC, read by
      * TRANINQ for service-desk inquiries.
       01  TRAN-MASTER-RECORD.
           05  TMR-CODE                PIC 9(9).
           05  TMR-DATE-CATEGORY.
               10  TMR-DATE            PIC 9(8).
               10  TMR-CATEGORY        PIC 9(2).
           05  TMR-TRAN-TYPE           PIC X(1).
               88  TMR-REVERSAL        VALUE "R".
           05  TMR-TRAN-REF            PIC X(12).
           05  TMR-ORIG-AMOUNT         PIC 9(7)V99.
           05  TMR-CURRENCY            PIC X(3).
           05  TMR-FEE-FLAG            PIC X(1).
               88  TMR-FEE-POSTING     VALUE "F".
           05  TMR-FEE-LINK-CODE       PIC 9(9).
           05  FILLER                  PIC X(16).
