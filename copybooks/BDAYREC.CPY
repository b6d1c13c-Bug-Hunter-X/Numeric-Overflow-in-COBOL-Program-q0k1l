      * Business-day control record: the single record on BDAYCTL
      * saying which business day the nightly chain is working and
      * how far it has got. The step entries are in running order
      * and every program addresses its own by position:
      *     1  INTRADAY   TRANPROC intraday runs ("I")
      *     2  DAYCLOSE   TRANPROC close run ("C") or nightly ("N")
      *     3  BALPROOF
      *     4  EODARCH
      *     5  GLRECON
      *     6  BATCHREST  only when a restore is needed
      * A step is marked started as it passes its start-up check and
      * complete or failed on the way out, so a step left started is
      * one that ended abnormally. TRANPROC opens the next business
      * day once GLRECON has completed the current one. The override
      * operator and reason are kept when the step's latest run went
      * ahead on an override from BDAYOVRD.
       01  BUSINESS-DAY-RECORD.
           05  BDY-BUSINESS-DATE       PIC 9(8).
           05  BDY-STEP-ENTRY OCCURS 6 TIMES.
               10  BDY-STEP-STATUS     PIC X(1).
                   88  BDY-NOT-RUN     VALUE " ".
                   88  BDY-STARTED     VALUE "S".
                   88  BDY-COMPLETE    VALUE "C".
                   88  BDY-FAILED      VALUE "F".
               10  BDY-RETURN-CODE     PIC 9(4).
               10  BDY-RUN-COUNT       PIC 9(3).
               10  BDY-TIMESTAMP       PIC 9(14).
               10  BDY-OVERRIDE-OPERATOR PIC X(8).
               10  BDY-OVERRIDE-REASON PIC X(30).
           05  FILLER                  PIC X(32).
