      * Business-day override: one record on BDAYOVRD, keyed by the
      * operator in charge when a recovery needs a step to run that
      * its start-up check would refuse. BOV-STEP is the step name
      * as BDAYRPT prints it (INTRADAY, DAYCLOSE, BALPROOF, EODARCH,
      * GLRECON, BATCHREST) and BOV-BUSINESS-DATE the business day
      * the refusal named (zeros when no day was on record). The
      * step it names uses it once and empties the file; the
      * operator and reason go on BDAYCTL and the override to
      * AUDITLOG. An override with no operator or no reason is
      * ignored.
       01  BUSINESS-DAY-OVERRIDE.
           05  BOV-STEP                PIC X(10).
           05  BOV-BUSINESS-DATE       PIC 9(8).
           05  BOV-OPERATOR            PIC X(8).
           05  BOV-REASON              PIC X(30).
           05  FILLER                  PIC X(24).
