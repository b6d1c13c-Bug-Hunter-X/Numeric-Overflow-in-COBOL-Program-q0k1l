      * Transaction output record: one per transaction posted by
      * TRANPROC. TOR-AMOUNT is always base currency; the amount as
      * captured and its currency ride alongside for treasury.
      * A fee posting generated off a posted detail carries the
      * flag "F" and the code of the detail it was charged on.
      * Codes are nine digits and TOR-LAYOUT carries "W"; TRANSOUT
      * generations cut in the five-digit layout (TRANOLD) have a
      * space there and are lifted into this one as they are read.
       01  TRAN-OUT-RECORD.
           05  TOR-CODE                PIC 9(9).
           05  TOR-AMOUNT               PIC 9(7)V99.
           05  TOR-DATE                PIC 9(8).
           05  TOR-SOURCE               PIC X(1).
               88  TOR-REVERSAL         VALUE "R".
           05  TOR-TRAN-REF             PIC X(12).
           05  TOR-CATEGORY             PIC 9(2).
           05  TOR-ORIG-AMOUNT          PIC 9(7)V99.
           05  TOR-CURRENCY             PIC X(3).
           05  TOR-FEE-FLAG             PIC X(1).
               88  TOR-FEE-POSTING      VALUE "F".
           05  TOR-FEE-LINK-CODE        PIC 9(9).
           05  FILLER                   PIC X(21).
           05  TOR-LAYOUT               PIC X(1).
               88  TOR-WIDE-LAYOUT      VALUE "W".
