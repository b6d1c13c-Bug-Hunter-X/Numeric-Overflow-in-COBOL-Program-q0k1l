      * Business-day log record: one per start-up refusal or
      * override, appended to BDAYLOG by the step concerned. The
      * refusal is the check that stopped the step; an override
      * carries the operator and the reason keyed on BDAYOVRD.
      * BDAYINQ lists the current day's entries.
       01  BUSINESS-DAY-LOG-RECORD.
           05  BDL-TIMESTAMP           PIC 9(14).
           05  BDL-BUSINESS-DATE       PIC 9(8).
           05  BDL-STEP                PIC X(10).
           05  BDL-EVENT               PIC X(8).
               88  BDL-REFUSED         VALUE "REFUSED".
               88  BDL-OVERRIDE        VALUE "OVERRIDE".
           05  BDL-OPERATOR            PIC X(8).
           05  BDL-REFUSAL             PIC X(30).
           05  BDL-REASON              PIC X(30).
           05  FILLER                  PIC X(12).
