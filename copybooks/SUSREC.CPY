      * posting alongside. SUSFIX works the file each morning from
      * operations' decisions, marking each item released ("R") or
      * deleted ("D"); items still pending carry forward through
      * the daily cut. SUS-AMOUNT is as captured, in SUS-CURRENCY;
      * SUS-ORIG-AMOUNT is the original posting, in base currency.
       01  SUSPENSE-RECORD.
           05  SUS-TRAN-REF            PIC X(12).
           05  SUS-AMOUNT              PIC S9(7)V99.
           05  SUS-CATEGORY            PIC 9(2).
           05  SUS-SOURCE              PIC X(1).
           05  SUS-TRAN-TYPE           PIC X(1).
           05  SUS-ORIG-CODE           PIC 9(9).
           05  SUS-ORIG-DATE           PIC 9(8).
           05  SUS-ORIG-AMOUNT         PIC 9(7)V99.
           05  SUS-TIMESTAMP           PIC 9(14).
               88  SUS-RELEASED        VALUE "R".
               88  SUS-DELETED         VALUE "D".
           05  SUS-DECISION-OPERATOR   PIC X(8).
           05  SUS-CURRENCY            PIC X(3).
           05  FILLER                  PIC X(3).
