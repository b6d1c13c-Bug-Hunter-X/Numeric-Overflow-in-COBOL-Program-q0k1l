      * or decline through LIMAPPR. APQ-STATUS tracks each item so
      * nothing is decided twice or forgotten: "P" pending, "A"
      * approved (re-released for posting), "D" declined.
      * APQ-AMOUNT is as captured, in APQ-CURRENCY; the limit and
      * category total it breached are in base currency.
       01  APPROVAL-QUEUE-RECORD.
           05  APQ-AMOUNT              PIC S9(7)V99.
           05  APQ-CATEGORY            PIC 9(2).
               88  APQ-DECLINED        VALUE "D".
           05  APQ-OPERATOR            PIC X(8).
           05  APQ-REASON              PIC X(20).
           05  APQ-CURRENCY            PIC X(3).
