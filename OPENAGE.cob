       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENAGE.
      *
      * Open-items aging: run after EODARCH, reads every queue of
      * items still awaiting action - pending rejects on REJECTS,
      * pending items on SUSPENSE, pending over-limit items on
      * APPROVEQ, and reversal exceptions - ages each item by days
      * since its timestamp, and prints on OPENRPT the count and
      * amount in each age bracket by queue, then by category and
      * by source channel within each queue.
      *
      * Each queue has a service level in days, from OPENPRM (one
      * record per queue; a missing file or queue keeps the
      * standard level). An item older than its queue's level is
      * listed as past service level and logged to AUDITLOG as an
      * ESCALATE event, every morning until it is worked.
      *
      * REVEXCPT carries no status and nothing closes an entry, and
      * EODARCH archives the whole file each night: its items are
      * read from the REVGEN generations (the job concatenates the
      * REVGEN data sets listed on GENCAT) and stay open for as long
      * as their generation is retained.
      *
      * Amounts are totalled in base currency. A reversal exception
      * carries the base amount TRANPROC converted it at; any other
      * item is valued at the latest rate on FXRATES. An item whose
      * currency has no rate is still counted and listed, but adds
      * nothing to the amounts, and is counted as not valued. The
      * past service level listing shows each item as captured.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-PARAMS
               ASSIGN TO "OPENPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLA-PRM-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJECTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT APPROVE-QUEUE
               ASSIGN TO "APPROVEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVE-Q-STATUS.

           SELECT REV-GEN
               ASSIGN TO "REVGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-GEN-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT LATE-WORK
               ASSIGN TO "OPENWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AGING-REPORT
               ASSIGN TO "OPENRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-PARAMS
               ASSIGN TO "RUNPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO "FXRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per queue: the queue name as it prints on the
      * report and the days an item may wait before escalation.
       FD  SLA-PARAMS
           RECORDING MODE IS F.
       01  SLA-PARAM-RECORD.
           05  SPR-QUEUE-ID            PIC X(8).
           05  SPR-SLA-DAYS            PIC X(3).
           05  FILLER                  PIC X(69).

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSREC.

       FD  APPROVE-QUEUE
           RECORDING MODE IS F.
           COPY APPREC.

       FD  REV-GEN
           RECORDING MODE IS F.
       01  REV-GEN-RECORD              PIC X(96).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDREC.

      * Items past service level are held here as they are met and
      * listed after the queue summary, which leads the report.
       FD  LATE-WORK
           RECORDING MODE IS F.
       01  LATE-WORK-RECORD            PIC X(80).

       FD  AGING-REPORT.
       01  AGING-REPORT-LINE           PIC X(80).

      * TRANPROC's run parameters; only the base currency is used
      * here.
       FD  RUN-PARAMS
           RECORDING MODE IS F.
       01  RUN-PARAM-RECORD.
           05  FILLER                  PIC X(29).
           05  PRM-BASE-CURRENCY       PIC X(3).
           05  FILLER                  PIC X(48).

      * Treasury's daily rate file: base-currency units per one unit
      * of FXR-CURRENCY.
       FD  FX-RATE-FILE
           RECORDING MODE IS F.
       01  FX-RATE-RECORD.
           05  FXR-RATE-DATE           PIC 9(8).
           05  FXR-CURRENCY            PIC X(3).
           05  FXR-RATE                PIC 9(5)V9(6).
           05  FILLER                  PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-SLA-PRM-STATUS       PIC X(2) VALUE "00".
           05  WS-REJECT-FILE-STATUS   PIC X(2) VALUE "00".
           05  WS-SUSPENSE-STATUS      PIC X(2) VALUE "00".
           05  WS-APPROVE-Q-STATUS     PIC X(2) VALUE "00".
           05  WS-REV-GEN-STATUS       PIC X(2) VALUE "00".
           05  WS-AUDIT-LOG-STATUS     PIC X(2) VALUE "00".
           05  WS-RUN-PARM-STATUS      PIC X(2) VALUE "00".
           05  WS-FX-RATE-STATUS       PIC X(2) VALUE "00".
           05  WS-SOURCE-EOF           PIC X VALUE "N".
               88  WS-END-OF-SOURCE    VALUE "Y".
           05  WS-PRM-EOF              PIC X VALUE "N".
               88  WS-END-OF-PARAMS    VALUE "Y".
           05  WS-LATE-EOF             PIC X VALUE "N".
               88  WS-END-OF-LATE-WORK VALUE "Y".
           05  WS-FX-RATE-EOF          PIC X VALUE "N".
               88  WS-END-OF-FX-RATES  VALUE "Y".

       01  WS-GEN-RECORD.
           05  GEN-TYPE                PIC X(2).
           05  GEN-DATA                PIC X(94).
      * The REVEXCPT record as TRANPROC writes it, carried whole in
      * the generation's data area.
           05  GEN-REVERSAL-DATA REDEFINES GEN-DATA.
               10  GRV-CATEGORY        PIC 9(2).
               10  GRV-AMOUNT          PIC S9(7)V99.
               10  GRV-CATEGORY-TOTAL  PIC S9(9)V99.
               10  GRV-SOURCE          PIC X(1).
               10  GRV-TIMESTAMP       PIC 9(14).
               10  GRV-CURRENCY        PIC X(3).
               10  GRV-BASE-AMOUNT     PIC 9(7)V99.
               10  FILLER              PIC X(45).

      * One entry per queue, in report order. Brackets 1-4 are the
      * age brackets and bracket 5 the queue total; categories are
      * held by code (entry = category + 1), channels as met.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-Q-IDX.
               10  WS-Q-ID             PIC X(8).
               10  WS-Q-SLA-DAYS       PIC 9(3).
               10  WS-Q-READ-COUNT     PIC 9(9).
               10  WS-Q-LATE-COUNT     PIC 9(9).
               10  WS-Q-LATE-AMOUNT    PIC S9(13)V99.
               10  WS-Q-BRACKET OCCURS 5 TIMES.
                   15  WS-Q-COUNT      PIC 9(9).
                   15  WS-Q-AMOUNT     PIC S9(13)V99.
               10  WS-Q-CAT-ENTRY OCCURS 100 TIMES.
                   15  WS-QC-BRACKET OCCURS 5 TIMES.
                       20  WS-QC-COUNT PIC 9(9).
                       20  WS-QC-AMOUNT PIC S9(13)V99.
               10  WS-Q-SRC-ENTRY OCCURS 10 TIMES.
                   15  WS-QS-CODE      PIC X(1).
                   15  WS-QS-USED      PIC X.
                       88  WS-QS-IN-USE VALUE "Y".
                   15  WS-QS-BRACKET OCCURS 5 TIMES.
                       20  WS-QS-COUNT PIC 9(9).
                       20  WS-QS-AMOUNT PIC S9(13)V99.

       01  WS-ALL-QUEUES.
           05  WS-ALL-BRACKET OCCURS 5 TIMES.
               10  WS-ALL-COUNT        PIC 9(9).
               10  WS-ALL-AMOUNT       PIC S9(13)V99.

       01  WS-TABLE-WORK.
           05  WS-BKT-SUB              PIC 9(1) VALUE ZEROS.
           05  WS-CAT-SUB              PIC 9(3) VALUE ZEROS.
           05  WS-SRC-SUB              PIC 9(2) VALUE ZEROS.
           05  WS-SRC-FREE-SUB         PIC 9(2) VALUE ZEROS.
           05  WS-SRC-FOUND-FLAG       PIC X VALUE "N".
               88  WS-SOURCE-FOUND     VALUE "Y".
           05  WS-Q-FOUND-FLAG         PIC X VALUE "N".
               88  WS-QUEUE-FOUND      VALUE "Y".

      * The item being aged, whichever queue it came from.
       01  WS-ITEM.
           05  WS-ITEM-TIMESTAMP       PIC 9(14) VALUE ZEROS.
           05  WS-ITEM-TRAN-REF        PIC X(12) VALUE SPACES.
           05  WS-ITEM-CATEGORY        PIC X(2) VALUE SPACES.
           05  WS-ITEM-CATEGORY-N REDEFINES WS-ITEM-CATEGORY
                                       PIC 9(2).
           05  WS-ITEM-SOURCE          PIC X(1) VALUE SPACE.
           05  WS-ITEM-AMOUNT          PIC S9(7)V99 VALUE ZEROS.
           05  WS-ITEM-CURRENCY        PIC X(3) VALUE SPACES.
           05  WS-ITEM-BASE-AMOUNT     PIC S9(13)V99 VALUE ZEROS.
           05  WS-ITEM-VALUE-FLAG      PIC X VALUE "N".
               88  WS-ITEM-VALUED      VALUE "Y".

      * Base currency, from RUNPARMS as TRANPROC takes it.
       01  WS-BASE-CURRENCY            PIC X(3) VALUE "USD".

      * The latest rate on FXRATES for each quoted currency.
       01  WS-FX-RATE-TABLE.
           05  WS-FX-RATE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-FX-IDX.
               10  WS-FX-CURRENCY      PIC X(3).
               10  WS-FX-RATE-DATE     PIC 9(8).
               10  WS-FX-RATE          PIC 9(5)V9(6).
               10  WS-FX-USED          PIC X VALUE "N".
                   88  WS-FX-IN-USE    VALUE "Y".

       01  WS-CURRENCY-WORK.
           05  WS-FX-FOUND-FLAG        PIC X VALUE "N".
               88  WS-FX-RATE-FOUND    VALUE "Y".
           05  WS-FX-FREE-IDX          PIC 9(2) VALUE ZEROS.
           05  WS-CAPTURED-AMOUNT      PIC S9(7)V99 VALUE ZEROS.
           05  WS-CAPTURED-CURRENCY    PIC X(3) VALUE SPACES.
           05  WS-BASE-AMOUNT          PIC S9(13)V99 VALUE ZEROS.

       01  WS-AGING-WORK.
           05  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
           05  WS-RUN-DATE-INT         PIC 9(8) VALUE ZEROS.
           05  WS-ITEM-DATE            PIC 9(8) VALUE ZEROS.
           05  WS-ITEM-DAYS            PIC S9(5) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-ESCALATED-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-ESCALATED-AMOUNT     PIC S9(13)V99 VALUE ZEROS.
           05  WS-UNVALUED-COUNT       PIC 9(9) VALUE ZEROS.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-EVENT-TYPE     PIC X(10).

      * Count and amount lines share one layout: the row label, the
      * line kind, then the four age brackets and the total.
       01  WS-BRACKET-LINE.
           05  BKL-LABEL               PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BKL-KIND                PIC X(6).
           05  BKL-COLUMN OCCURS 5 TIMES.
               10  FILLER              PIC X(1).
               10  BKL-VALUE           PIC X(12).

       01  WS-BRACKET-HEADING.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(13)
                   VALUE "     0-1 DAYS".
           05  FILLER                  PIC X(13)
                   VALUE "     2-5 DAYS".
           05  FILLER                  PIC X(13)
                   VALUE "    6-10 DAYS".
           05  FILLER                  PIC X(13)
                   VALUE "      OVER 10".
           05  FILLER                  PIC X(13)
                   VALUE "        TOTAL".

       01  WS-SLA-LINE.
           05  SLA-QUEUE-ID            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  FILLER                  PIC X(4) VALUE "SLA ".
           05  SLA-DAYS                PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE " DAYS  ".
           05  FILLER                  PIC X(9) VALUE "PAST SLA ".
           05  SLA-LATE-COUNT          PIC Z(8)9.
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  SLA-LATE-AMOUNT         PIC Z(10)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  SLA-NOTE                PIC X(12).

       01  WS-LATE-LINE.
           05  LTL-QUEUE-ID            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  LTL-DAYS                PIC Z(3)9.
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  LTL-TIMESTAMP           PIC 9(14).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  LTL-TRAN-REF            PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  LTL-CATEGORY            PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  LTL-SOURCE              PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  LTL-AMOUNT              PIC Z(6)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LTL-CURRENCY            PIC X(3).

       01  WS-REPORT-LINE.
           05  RL-LABEL                PIC X(30).
           05  RL-VALUE                PIC X(20).

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT           PIC Z(8)9.
           05  WS-EDIT-SIGNED          PIC Z(12)9.99-.
           05  WS-EDIT-COLUMN-COUNT    PIC Z(11)9.
           05  WS-EDIT-COLUMN-AMOUNT   PIC Z(7)9.99-.
           05  WS-SRC-DESC             PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2100-AGE-REJECTS.
           PERFORM 2200-AGE-SUSPENSE.
           PERFORM 2300-AGE-APPROVALS.
           PERFORM 2400-AGE-REVERSALS.
           PERFORM 8000-PRINT-QUEUE-SUMMARY.
           PERFORM 8100-PRINT-LATE-ITEMS.
           PERFORM 8200-PRINT-CATEGORY-SECTION.
           PERFORM 8400-PRINT-CHANNEL-SECTION.
           PERFORM 8600-PRINT-TOTALS.
           PERFORM 9000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 1100-CLEAR-TABLES.
           PERFORM 1200-LOAD-SERVICE-LEVELS.
           PERFORM 1300-LOAD-BASE-CURRENCY.
           PERFORM 1400-LOAD-FX-RATES.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           OPEN OUTPUT AGING-REPORT.
           MOVE "--- OPEN ITEMS AGING ---" TO RL-LABEL.
           MOVE WS-RUN-DATE TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           OPEN OUTPUT LATE-WORK.

      * The accumulators are display numerics, so zeros moved over
      * the whole table are valid zeros in every one of them; the
      * channel entries come out of it unused.
       1100-CLEAR-TABLES.
           MOVE ZEROS TO WS-QUEUE-TABLE.
           MOVE ZEROS TO WS-ALL-QUEUES.
           MOVE "REJECTS" TO WS-Q-ID (1).
           MOVE 2 TO WS-Q-SLA-DAYS (1).
           MOVE "SUSPENSE" TO WS-Q-ID (2).
           MOVE 3 TO WS-Q-SLA-DAYS (2).
           MOVE "APPROVEQ" TO WS-Q-ID (3).
           MOVE 1 TO WS-Q-SLA-DAYS (3).
           MOVE "REVEXCPT" TO WS-Q-ID (4).
           MOVE 5 TO WS-Q-SLA-DAYS (4).

       1200-LOAD-SERVICE-LEVELS.
           OPEN INPUT SLA-PARAMS.
           IF WS-SLA-PRM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-PARAMS
                   READ SLA-PARAMS
                       AT END SET WS-END-OF-PARAMS TO TRUE
                       NOT AT END PERFORM 1210-LOAD-ONE-LEVEL
                   END-READ
               END-PERFORM
               CLOSE SLA-PARAMS
           END-IF.

       1210-LOAD-ONE-LEVEL.
           MOVE "N" TO WS-Q-FOUND-FLAG.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 4 OR WS-QUEUE-FOUND
               IF WS-Q-ID (WS-Q-IDX) = SPR-QUEUE-ID
                   SET WS-QUEUE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-QUEUE-FOUND
               DISPLAY "Warning: service level for unknown queue '"
                   SPR-QUEUE-ID "', record skipped."
           ELSE
               SET WS-Q-IDX DOWN BY 1
               IF SPR-SLA-DAYS NOT NUMERIC
                   DISPLAY "Warning: service level for "
                       SPR-QUEUE-ID " is not numeric, "
                       "standard level kept."
               ELSE
                   MOVE SPR-SLA-DAYS TO WS-Q-SLA-DAYS (WS-Q-IDX)
               END-IF
           END-IF.

       1300-LOAD-BASE-CURRENCY.
           OPEN INPUT RUN-PARAMS.
           IF WS-RUN-PARM-STATUS = "35"
               CONTINUE
           ELSE
               READ RUN-PARAMS
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-BASE-CURRENCY NOT = SPACES
                           AND PRM-BASE-CURRENCY NOT = LOW-VALUES
                           MOVE PRM-BASE-CURRENCY
                               TO WS-BASE-CURRENCY
                       END-IF
               END-READ
               CLOSE RUN-PARAMS
           END-IF.

      * Items wait days or weeks, so each currency takes its latest
      * rate dated today or earlier. A missing file or an unusable
      * entry only leaves the currencies concerned without a rate.
       1400-LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-RATE-STATUS = "35"
               DISPLAY "Warning: no rate file, only base-currency "
                   "amounts can be valued."
           ELSE
               PERFORM UNTIL WS-END-OF-FX-RATES
                   READ FX-RATE-FILE
                       AT END SET WS-END-OF-FX-RATES TO TRUE
                       NOT AT END PERFORM 1410-REGISTER-FX-RATE
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       1410-REGISTER-FX-RATE.
           IF FXR-RATE-DATE NOT NUMERIC OR FXR-RATE NOT NUMERIC
               OR FXR-RATE = ZEROS
               DISPLAY "Warning: unusable rate for currency "
                   FXR-CURRENCY ", entry skipped."
           ELSE
               IF FXR-RATE-DATE NOT > WS-RUN-DATE
                   MOVE "N" TO WS-FX-FOUND-FLAG
                   MOVE ZEROS TO WS-FX-FREE-IDX
                   PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                           UNTIL WS-FX-IDX > 50 OR WS-FX-RATE-FOUND
                       IF WS-FX-IN-USE (WS-FX-IDX)
                           AND WS-FX-CURRENCY (WS-FX-IDX)
                               = FXR-CURRENCY
                           IF FXR-RATE-DATE
                               NOT < WS-FX-RATE-DATE (WS-FX-IDX)
                               MOVE FXR-RATE-DATE
                                   TO WS-FX-RATE-DATE (WS-FX-IDX)
                               MOVE FXR-RATE TO WS-FX-RATE (WS-FX-IDX)
                           END-IF
                           SET WS-FX-RATE-FOUND TO TRUE
                       ELSE
                           IF NOT WS-FX-IN-USE (WS-FX-IDX)
                               AND WS-FX-FREE-IDX = ZEROS
                               SET WS-FX-FREE-IDX TO WS-FX-IDX
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT WS-FX-RATE-FOUND
                       IF WS-FX-FREE-IDX = ZEROS
                           DISPLAY "Warning: rate file exceeds table, "
                               "currency " FXR-CURRENCY " skipped."
                       ELSE
                           SET WS-FX-IDX TO WS-FX-FREE-IDX
                           MOVE FXR-CURRENCY
                               TO WS-FX-CURRENCY (WS-FX-IDX)
                           MOVE FXR-RATE-DATE
                               TO WS-FX-RATE-DATE (WS-FX-IDX)
                           MOVE FXR-RATE TO WS-FX-RATE (WS-FX-IDX)
                           SET WS-FX-IN-USE (WS-FX-IDX) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Only rejects still awaiting repair are open; resubmitted and
      * written-off entries are history.
       2100-AGE-REJECTS.
           SET WS-Q-IDX TO 1.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-SOURCE
                   READ REJECT-FILE
                       AT END SET WS-END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF RR-PENDING
                               MOVE RR-TIMESTAMP TO WS-ITEM-TIMESTAMP
                               MOVE RR-TRAN-REF TO WS-ITEM-TRAN-REF
                               MOVE RR-CATEGORY TO WS-ITEM-CATEGORY
                               MOVE RR-SOURCE TO WS-ITEM-SOURCE
                               MOVE RR-INPUT-AMOUNT TO WS-ITEM-AMOUNT
                               MOVE RR-CURRENCY TO WS-ITEM-CURRENCY
                               MOVE "N" TO WS-ITEM-VALUE-FLAG
                               PERFORM 3000-AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       2200-AGE-SUSPENSE.
           SET WS-Q-IDX TO 2.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-SOURCE
                   READ SUSPENSE-FILE
                       AT END SET WS-END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF SUS-PENDING
                               MOVE SUS-TIMESTAMP TO WS-ITEM-TIMESTAMP
                               MOVE SUS-TRAN-REF TO WS-ITEM-TRAN-REF
                               MOVE SUS-CATEGORY TO WS-ITEM-CATEGORY
                               MOVE SUS-SOURCE TO WS-ITEM-SOURCE
                               MOVE SUS-AMOUNT TO WS-ITEM-AMOUNT
                               MOVE SUS-CURRENCY TO WS-ITEM-CURRENCY
                               MOVE "N" TO WS-ITEM-VALUE-FLAG
                               PERFORM 3000-AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       2300-AGE-APPROVALS.
           SET WS-Q-IDX TO 3.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT APPROVE-QUEUE.
           IF WS-APPROVE-Q-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-SOURCE
                   READ APPROVE-QUEUE
                       AT END SET WS-END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF APQ-PENDING
                               MOVE APQ-TIMESTAMP TO WS-ITEM-TIMESTAMP
                               MOVE APQ-TRAN-REF TO WS-ITEM-TRAN-REF
                               MOVE APQ-CATEGORY TO WS-ITEM-CATEGORY
                               MOVE APQ-SOURCE TO WS-ITEM-SOURCE
                               MOVE APQ-AMOUNT TO WS-ITEM-AMOUNT
                               MOVE APQ-CURRENCY TO WS-ITEM-CURRENCY
                               MOVE "N" TO WS-ITEM-VALUE-FLAG
                               PERFORM 3000-AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVE-QUEUE
           END-IF.

      * Generation headers and trailers are skipped; every detail
      * between them is an open reversal exception.
       2400-AGE-REVERSALS.
           SET WS-Q-IDX TO 4.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT REV-GEN.
           IF WS-REV-GEN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-SOURCE
                   READ REV-GEN INTO WS-GEN-RECORD
                       AT END SET WS-END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF GEN-TYPE = "GD"
                               MOVE GRV-TIMESTAMP TO WS-ITEM-TIMESTAMP
                               MOVE SPACES TO WS-ITEM-TRAN-REF
                               MOVE GRV-CATEGORY TO WS-ITEM-CATEGORY
                               MOVE GRV-SOURCE TO WS-ITEM-SOURCE
                               MOVE GRV-AMOUNT TO WS-ITEM-AMOUNT
                               MOVE GRV-CURRENCY TO WS-ITEM-CURRENCY
                               PERFORM 2410-TAKE-REVERSAL-VALUE
                               PERFORM 3000-AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REV-GEN
           END-IF.

      * The base amount is as TRANPROC converted it, without the
      * sign; a generation cut before it was carried has none, and
      * its items are valued like any other.
       2410-TAKE-REVERSAL-VALUE.
           IF GRV-BASE-AMOUNT NUMERIC
               MOVE GRV-BASE-AMOUNT TO WS-ITEM-BASE-AMOUNT
               IF WS-ITEM-AMOUNT < ZEROS
                   COMPUTE WS-ITEM-BASE-AMOUNT =
                       ZEROS - WS-ITEM-BASE-AMOUNT
               END-IF
               SET WS-ITEM-VALUED TO TRUE
           ELSE
               MOVE "N" TO WS-ITEM-VALUE-FLAG
           END-IF.

      * WS-Q-IDX names the queue the item is open on.
       3000-AGE-ONE-ITEM.
           ADD 1 TO WS-Q-READ-COUNT (WS-Q-IDX).
           IF NOT WS-ITEM-VALUED
               MOVE WS-ITEM-AMOUNT TO WS-CAPTURED-AMOUNT
               MOVE WS-ITEM-CURRENCY TO WS-CAPTURED-CURRENCY
               PERFORM 3050-VALUE-IN-BASE
               MOVE WS-BASE-AMOUNT TO WS-ITEM-BASE-AMOUNT
               IF NOT WS-FX-RATE-FOUND
                   ADD 1 TO WS-UNVALUED-COUNT
               END-IF
           END-IF.
           MOVE WS-ITEM-TIMESTAMP(1:8) TO WS-ITEM-DATE.
           IF WS-ITEM-DATE > ZEROS
               COMPUTE WS-ITEM-DAYS =
                   WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
           ELSE
               MOVE ZEROS TO WS-ITEM-DAYS
           END-IF.
           IF WS-ITEM-DAYS < ZEROS
               MOVE ZEROS TO WS-ITEM-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-ITEM-DAYS <= 1
                   MOVE 1 TO WS-BKT-SUB
               WHEN WS-ITEM-DAYS <= 5
                   MOVE 2 TO WS-BKT-SUB
               WHEN WS-ITEM-DAYS <= 10
                   MOVE 3 TO WS-BKT-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BKT-SUB
           END-EVALUATE.
           IF WS-ITEM-CATEGORY NUMERIC
               COMPUTE WS-CAT-SUB = WS-ITEM-CATEGORY-N + 1
           ELSE
               MOVE 1 TO WS-CAT-SUB
           END-IF.
           PERFORM 3100-ADD-TO-QUEUE.
           PERFORM 3200-FIND-SOURCE.
           IF WS-SOURCE-FOUND
               ADD 1 TO WS-QS-COUNT (WS-Q-IDX WS-SRC-SUB WS-BKT-SUB)
               ADD WS-ITEM-BASE-AMOUNT
                   TO WS-QS-AMOUNT (WS-Q-IDX WS-SRC-SUB WS-BKT-SUB)
               ADD 1 TO WS-QS-COUNT (WS-Q-IDX WS-SRC-SUB 5)
               ADD WS-ITEM-BASE-AMOUNT
                   TO WS-QS-AMOUNT (WS-Q-IDX WS-SRC-SUB 5)
           END-IF.
           IF WS-ITEM-DAYS > WS-Q-SLA-DAYS (WS-Q-IDX)
               PERFORM 3300-ESCALATE-ITEM
           END-IF.

      * A blank currency, or the base currency itself, needs no
      * rate. An amount that cannot be valued is left at zero.
       3050-VALUE-IN-BASE.
           MOVE "N" TO WS-FX-FOUND-FLAG.
           MOVE ZEROS TO WS-BASE-AMOUNT.
           IF WS-CAPTURED-CURRENCY = SPACES
               OR WS-CAPTURED-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-CAPTURED-AMOUNT TO WS-BASE-AMOUNT
               SET WS-FX-RATE-FOUND TO TRUE
           ELSE
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > 50 OR WS-FX-RATE-FOUND
                   IF WS-FX-IN-USE (WS-FX-IDX)
                       AND WS-FX-CURRENCY (WS-FX-IDX)
                           = WS-CAPTURED-CURRENCY
                       COMPUTE WS-BASE-AMOUNT ROUNDED =
                           WS-CAPTURED-AMOUNT * WS-FX-RATE (WS-FX-IDX)
                       SET WS-FX-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       3100-ADD-TO-QUEUE.
           ADD 1 TO WS-Q-COUNT (WS-Q-IDX WS-BKT-SUB).
           ADD WS-ITEM-BASE-AMOUNT
               TO WS-Q-AMOUNT (WS-Q-IDX WS-BKT-SUB).
           ADD 1 TO WS-Q-COUNT (WS-Q-IDX 5).
           ADD WS-ITEM-BASE-AMOUNT TO WS-Q-AMOUNT (WS-Q-IDX 5).
           ADD 1 TO WS-QC-COUNT (WS-Q-IDX WS-CAT-SUB WS-BKT-SUB).
           ADD WS-ITEM-BASE-AMOUNT
               TO WS-QC-AMOUNT (WS-Q-IDX WS-CAT-SUB WS-BKT-SUB).
           ADD 1 TO WS-QC-COUNT (WS-Q-IDX WS-CAT-SUB 5).
           ADD WS-ITEM-BASE-AMOUNT
               TO WS-QC-AMOUNT (WS-Q-IDX WS-CAT-SUB 5).
           ADD 1 TO WS-ALL-COUNT (WS-BKT-SUB).
           ADD WS-ITEM-BASE-AMOUNT TO WS-ALL-AMOUNT (WS-BKT-SUB).
           ADD 1 TO WS-ALL-COUNT (5).
           ADD WS-ITEM-BASE-AMOUNT TO WS-ALL-AMOUNT (5).

       3200-FIND-SOURCE.
           MOVE "N" TO WS-SRC-FOUND-FLAG.
           MOVE ZEROS TO WS-SRC-FREE-SUB.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 10 OR WS-SOURCE-FOUND
               IF WS-QS-IN-USE (WS-Q-IDX WS-SRC-SUB)
                   AND WS-QS-CODE (WS-Q-IDX WS-SRC-SUB)
                       = WS-ITEM-SOURCE
                   SET WS-SOURCE-FOUND TO TRUE
               ELSE
                   IF NOT WS-QS-IN-USE (WS-Q-IDX WS-SRC-SUB)
                       AND WS-SRC-FREE-SUB = ZEROS
                       MOVE WS-SRC-SUB TO WS-SRC-FREE-SUB
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SOURCE-FOUND
               SUBTRACT 1 FROM WS-SRC-SUB
           ELSE
               IF WS-SRC-FREE-SUB = ZEROS
                   DISPLAY "Warning: channel table full for "
                       WS-Q-ID (WS-Q-IDX) ", channel '"
                       WS-ITEM-SOURCE "' not broken out."
               ELSE
                   MOVE WS-SRC-FREE-SUB TO WS-SRC-SUB
                   MOVE WS-ITEM-SOURCE
                       TO WS-QS-CODE (WS-Q-IDX WS-SRC-SUB)
                   MOVE "Y" TO WS-QS-USED (WS-Q-IDX WS-SRC-SUB)
                   SET WS-SOURCE-FOUND TO TRUE
               END-IF
           END-IF.

      * Past its queue's service level: held for the listing and
      * logged for the supervisors.
       3300-ESCALATE-ITEM.
           ADD 1 TO WS-Q-LATE-COUNT (WS-Q-IDX).
           ADD WS-ITEM-BASE-AMOUNT TO WS-Q-LATE-AMOUNT (WS-Q-IDX).
           ADD 1 TO WS-ESCALATED-COUNT.
           ADD WS-ITEM-BASE-AMOUNT TO WS-ESCALATED-AMOUNT.
           MOVE WS-Q-ID (WS-Q-IDX) TO LTL-QUEUE-ID.
           MOVE WS-ITEM-DAYS TO LTL-DAYS.
           MOVE WS-ITEM-TIMESTAMP TO LTL-TIMESTAMP.
           MOVE WS-ITEM-TRAN-REF TO LTL-TRAN-REF.
           MOVE WS-ITEM-CATEGORY TO LTL-CATEGORY.
           MOVE WS-ITEM-SOURCE TO LTL-SOURCE.
           MOVE WS-ITEM-AMOUNT TO LTL-AMOUNT.
           MOVE WS-ITEM-CURRENCY TO LTL-CURRENCY.
           WRITE LATE-WORK-RECORD FROM WS-LATE-LINE.
           MOVE "ESCALATE" TO WS-AUDIT-EVENT-TYPE.
           PERFORM 4000-WRITE-AUDIT-RECORD.

      * The escalation carries the queue, the days the item has
      * waited, and its amount in base currency (zero for an item
      * with no rate on file).
       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALR-TIMESTAMP.
           MOVE "OPENAGE" TO ALR-JOB-ID.
           MOVE WS-Q-ID (WS-Q-IDX) TO ALR-FIELD-NAME.
           MOVE WS-ITEM-DAYS TO ALR-OLD-VALUE.
           MOVE WS-ITEM-BASE-AMOUNT TO ALR-NEW-VALUE.
           MOVE WS-AUDIT-EVENT-TYPE TO ALR-EVENT-TYPE.
           WRITE AUDIT-LOG-RECORD.

      * The single-page view: each queue's brackets, its service
      * level standing, and the position across all queues.
       8000-PRINT-QUEUE-SUMMARY.
           MOVE "--- OPEN ITEMS BY QUEUE ---" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-BRACKET-HEADING TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 4
               MOVE SPACES TO WS-BRACKET-LINE
               MOVE WS-Q-ID (WS-Q-IDX) TO BKL-LABEL
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 5
                   MOVE WS-Q-COUNT (WS-Q-IDX WS-BKT-SUB)
                       TO WS-EDIT-COLUMN-COUNT
                   MOVE WS-EDIT-COLUMN-COUNT TO BKL-VALUE (WS-BKT-SUB)
               END-PERFORM
               PERFORM 8900-WRITE-BRACKET-PAIR
           END-PERFORM.
           MOVE SPACES TO WS-BRACKET-LINE.
           MOVE "ALL" TO BKL-LABEL.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE WS-ALL-COUNT (WS-BKT-SUB) TO WS-EDIT-COLUMN-COUNT
               MOVE WS-EDIT-COLUMN-COUNT TO BKL-VALUE (WS-BKT-SUB)
           END-PERFORM.
           MOVE "COUNT" TO BKL-KIND.
           MOVE WS-BRACKET-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO WS-BRACKET-LINE.
           MOVE "AMOUNT" TO BKL-KIND.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE WS-ALL-AMOUNT (WS-BKT-SUB)
                   TO WS-EDIT-COLUMN-AMOUNT
               MOVE WS-EDIT-COLUMN-AMOUNT TO BKL-VALUE (WS-BKT-SUB)
           END-PERFORM.
           MOVE WS-BRACKET-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 4
               MOVE WS-Q-ID (WS-Q-IDX) TO SLA-QUEUE-ID
               MOVE WS-Q-SLA-DAYS (WS-Q-IDX) TO SLA-DAYS
               MOVE WS-Q-LATE-COUNT (WS-Q-IDX) TO SLA-LATE-COUNT
               MOVE WS-Q-LATE-AMOUNT (WS-Q-IDX) TO SLA-LATE-AMOUNT
               IF WS-Q-LATE-COUNT (WS-Q-IDX) > ZEROS
                   MOVE "*** BEHIND" TO SLA-NOTE
               ELSE
                   MOVE SPACES TO SLA-NOTE
               END-IF
               MOVE WS-SLA-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-PERFORM.

      * The count line is built by the caller with the queue's
      * counts in place; the amount line follows it here.
       8900-WRITE-BRACKET-PAIR.
           MOVE "COUNT" TO BKL-KIND.
           MOVE WS-BRACKET-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO WS-BRACKET-LINE.
           MOVE "AMOUNT" TO BKL-KIND.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE WS-Q-AMOUNT (WS-Q-IDX WS-BKT-SUB)
                   TO WS-EDIT-COLUMN-AMOUNT
               MOVE WS-EDIT-COLUMN-AMOUNT TO BKL-VALUE (WS-BKT-SUB)
           END-PERFORM.
           MOVE WS-BRACKET-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       8100-PRINT-LATE-ITEMS.
           CLOSE LATE-WORK.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "--- PAST SERVICE LEVEL ---" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           IF WS-ESCALATED-COUNT = ZEROS
               MOVE "(NONE)" TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.
           OPEN INPUT LATE-WORK.
           PERFORM UNTIL WS-END-OF-LATE-WORK
               READ LATE-WORK
                   AT END SET WS-END-OF-LATE-WORK TO TRUE
                   NOT AT END
                       WRITE AGING-REPORT-LINE FROM LATE-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE LATE-WORK.

       8200-PRINT-CATEGORY-SECTION.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "--- BY CATEGORY ---" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-BRACKET-HEADING TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 4
               IF WS-Q-COUNT (WS-Q-IDX 5) > ZEROS
                   MOVE WS-Q-ID (WS-Q-IDX) TO AGING-REPORT-LINE
                   WRITE AGING-REPORT-LINE
                   PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                           UNTIL WS-CAT-SUB > 100
                       IF WS-QC-COUNT (WS-Q-IDX WS-CAT-SUB 5) > ZEROS
                           PERFORM 8210-PRINT-ONE-CATEGORY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       8210-PRINT-ONE-CATEGORY.
           MOVE SPACES TO WS-BRACKET-LINE.
           SUBTRACT 1 FROM WS-CAT-SUB.
           STRING "CAT " WS-CAT-SUB(2:2)
               DELIMITED BY SIZE INTO BKL-LABEL.
           ADD 1 TO WS-CAT-SUB.
           MOVE "COUNT" TO BKL-KIND.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE WS-QC-COUNT (WS-Q-IDX WS-CAT-SUB WS-BKT-SUB)
                   TO WS-EDIT-COLUMN-COUNT
               MOVE WS-EDIT-COLUMN-COUNT TO BKL-VALUE (WS-BKT-SUB)
           END-PERFORM.
           MOVE WS-BRACKET-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO WS-BRACKET-LINE.
           MOVE "AMOUNT" TO BKL-KIND.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE WS-QC-AMOUNT (WS-Q-IDX WS-CAT-SUB WS-BKT-SUB)
                   TO WS-EDIT-COLUMN-AMOUNT
               MOVE WS-EDIT-COLUMN-AMOUNT TO BKL-VALUE (WS-BKT-SUB)
           END-PERFORM.
           MOVE WS-BRACKET-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       8400-PRINT-CHANNEL-SECTION.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "--- BY CHANNEL ---" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-BRACKET-HEADING TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 4
               IF WS-Q-COUNT (WS-Q-IDX 5) > ZEROS
                   MOVE WS-Q-ID (WS-Q-IDX) TO AGING-REPORT-LINE
                   WRITE AGING-REPORT-LINE
                   PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                           UNTIL WS-SRC-SUB > 10
                       IF WS-QS-IN-USE (WS-Q-IDX WS-SRC-SUB)
                           PERFORM 8410-PRINT-ONE-CHANNEL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       8410-PRINT-ONE-CHANNEL.
           EVALUATE WS-QS-CODE (WS-Q-IDX WS-SRC-SUB)
               WHEN "B" MOVE "BRANCH" TO WS-SRC-DESC
               WHEN "A" MOVE "ATM" TO WS-SRC-DESC
               WHEN "O" MOVE "ONLINE" TO WS-SRC-DESC
               WHEN "L" MOVE "LOCKBOX" TO WS-SRC-DESC
               WHEN OTHER MOVE "UNKNOWN" TO WS-SRC-DESC
           END-EVALUATE.
           MOVE SPACES TO WS-BRACKET-LINE.
           STRING WS-QS-CODE (WS-Q-IDX WS-SRC-SUB) " "
               WS-SRC-DESC DELIMITED BY SIZE INTO BKL-LABEL.
           MOVE "COUNT" TO BKL-KIND.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE WS-QS-COUNT (WS-Q-IDX WS-SRC-SUB WS-BKT-SUB)
                   TO WS-EDIT-COLUMN-COUNT
               MOVE WS-EDIT-COLUMN-COUNT TO BKL-VALUE (WS-BKT-SUB)
           END-PERFORM.
           MOVE WS-BRACKET-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO WS-BRACKET-LINE.
           MOVE "AMOUNT" TO BKL-KIND.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE WS-QS-AMOUNT (WS-Q-IDX WS-SRC-SUB WS-BKT-SUB)
                   TO WS-EDIT-COLUMN-AMOUNT
               MOVE WS-EDIT-COLUMN-AMOUNT TO BKL-VALUE (WS-BKT-SUB)
           END-PERFORM.
           MOVE WS-BRACKET-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       8600-PRINT-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 4
               MOVE SPACES TO RL-LABEL
               STRING WS-Q-ID (WS-Q-IDX) " OPEN ITEMS"
                   DELIMITED BY SIZE INTO RL-LABEL
               MOVE WS-Q-READ-COUNT (WS-Q-IDX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RL-VALUE
               MOVE WS-REPORT-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-PERFORM.
           MOVE "ITEMS ESCALATED" TO RL-LABEL.
           MOVE WS-ESCALATED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "ESCALATED AMOUNT" TO RL-LABEL.
           MOVE WS-ESCALATED-AMOUNT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "AMOUNTS IN BASE CURRENCY" TO RL-LABEL.
           MOVE WS-BASE-CURRENCY TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "ITEMS NOT VALUED (NO FX RATE)" TO RL-LABEL.
           MOVE WS-UNVALUED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           IF WS-UNVALUED-COUNT > ZEROS
               DISPLAY "Warning: open items with no rate on file "
                   "are left out of the amounts."
           END-IF.

       9000-FINALIZE.
           CLOSE AUDIT-LOG.
           CLOSE AGING-REPORT.

       END PROGRAM OPENAGE.
