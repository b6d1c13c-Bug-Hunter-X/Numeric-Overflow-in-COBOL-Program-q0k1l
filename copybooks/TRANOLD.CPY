      * Transaction output record in the five-digit code layout, as
      * TRANSOUT generations cut before the nine-digit code carry
      * it. TOL-POSTING-DATA is TOR-AMOUNT through TOR-FEE-FLAG,
      * byte for byte as TRAN-OUT-RECORD has them after TOR-CODE;
      * only the two codes moved. TOL-LAYOUT is a space.
       01  TRAN-OUT-OLD-RECORD.
           05  TOL-CODE                PIC 9(5).
           05  TOL-POSTING-DATA        PIC X(46).
           05  TOL-FEE-LINK-CODE       PIC 9(5).
           05  FILLER                  PIC X(29).
           05  TOL-LAYOUT              PIC X(1).
