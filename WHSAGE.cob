       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSAGE.
      *
      * Warehouse aging: lists every item TRANPROC has parked on
      * WAREHOUSE against a later value date, aged by days on the
      * warehouse, with the count and amount parked in each age
      * bracket, so nothing captured ahead of its day is ever
      * forgotten on the file.
      *
      * An item still parked after its value date has passed was
      * due on an earlier run and never released: it is flagged
      * OVERDUE and the job ends with return code 8 for operations
      * to chase. Released entries still on the file are counted
      * but not listed. Each item is listed as captured, in the
      * currency shown against it; the totals are in base currency,
      * each item valued at the latest rate on FXRATES. An item
      * whose currency has no rate is counted but adds nothing to
      * the amounts, and is counted as not valued.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE
               ASSIGN TO "WAREHOUSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT AGING-REPORT
               ASSIGN TO "WHSERPT"
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
       FD  WAREHOUSE-FILE
           RECORDING MODE IS F.
           COPY WHSREC.

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
           05  WS-WAREHOUSE-STATUS     PIC X(2) VALUE "00".
           05  WS-RUN-PARM-STATUS      PIC X(2) VALUE "00".
           05  WS-FX-RATE-STATUS       PIC X(2) VALUE "00".
           05  WS-WAREHOUSE-EOF        PIC X VALUE "N".
               88  WS-END-OF-WAREHOUSE VALUE "Y".
           05  WS-FX-RATE-EOF          PIC X VALUE "N".
               88  WS-END-OF-FX-RATES  VALUE "Y".

       01  WS-COUNTERS.
           05  WS-ITEMS-READ           PIC 9(9) VALUE ZEROS.
           05  WS-PARKED-COUNT         PIC 9(9) VALUE ZEROS.
           05  WS-PARKED-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
           05  WS-RELEASED-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-OVERDUE-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-OVERDUE-AMOUNT       PIC S9(13)V99 VALUE ZEROS.
           05  WS-UNVALUED-COUNT       PIC 9(9) VALUE ZEROS.

      * Age brackets by days on the warehouse.
       01  WS-AGE-BRACKETS.
           05  WS-AGE-7-COUNT          PIC 9(9) VALUE ZEROS.
           05  WS-AGE-7-AMOUNT         PIC S9(13)V99 VALUE ZEROS.
           05  WS-AGE-30-COUNT         PIC 9(9) VALUE ZEROS.
           05  WS-AGE-30-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
           05  WS-AGE-90-COUNT         PIC 9(9) VALUE ZEROS.
           05  WS-AGE-90-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
           05  WS-AGE-OVER-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-AGE-OVER-AMOUNT      PIC S9(13)V99 VALUE ZEROS.

       01  WS-AGING-WORK.
           05  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
           05  WS-RUN-DATE-INT         PIC 9(8) VALUE ZEROS.
           05  WS-PARK-DATE            PIC 9(8) VALUE ZEROS.
           05  WS-DAYS-PARKED          PIC S9(5) VALUE ZEROS.

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

       01  WS-AGING-LINE.
           05  AGE-DAYS                PIC Z(3)9.
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  AGE-ORIGIN              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  AGE-TRAN-REF            PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  AGE-CATEGORY            PIC 9(2).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  AGE-VALUE-DATE          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  AGE-AMOUNT              PIC Z(6)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AGE-CURRENCY            PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  AGE-NOTE                PIC X(11).

       01  WS-REPORT-LINE.
           05  RL-LABEL                PIC X(30).
           05  RL-VALUE                PIC X(20).

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT           PIC Z(8)9.
           05  WS-EDIT-SIGNED          PIC Z(12)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-WAREHOUSE
               UNTIL WS-END-OF-WAREHOUSE.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 1100-LOAD-BASE-CURRENCY.
           PERFORM 1200-LOAD-FX-RATES.
           OPEN OUTPUT AGING-REPORT.
           MOVE "--- WAREHOUSE AGING ---" TO RL-LABEL.
           MOVE WS-RUN-DATE TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WAREHOUSE-STATUS = "35"
               SET WS-END-OF-WAREHOUSE TO TRUE
           ELSE
               IF WS-WAREHOUSE-STATUS NOT = "00"
                   DISPLAY "Error: cannot open warehouse, status "
                       WS-WAREHOUSE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ WAREHOUSE-FILE
                   AT END SET WS-END-OF-WAREHOUSE TO TRUE
               END-READ
           END-IF.

       1100-LOAD-BASE-CURRENCY.
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

      * Items stay parked for weeks, so each currency takes its
      * latest rate dated today or earlier. A missing file or an
      * unusable entry only leaves the currencies concerned without
      * a rate.
       1200-LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-RATE-STATUS = "35"
               DISPLAY "Warning: no rate file, only base-currency "
                   "amounts can be valued."
           ELSE
               PERFORM UNTIL WS-END-OF-FX-RATES
                   READ FX-RATE-FILE
                       AT END SET WS-END-OF-FX-RATES TO TRUE
                       NOT AT END PERFORM 1210-REGISTER-FX-RATE
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       1210-REGISTER-FX-RATE.
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

       2000-PROCESS-WAREHOUSE.
           ADD 1 TO WS-ITEMS-READ.
           IF WHS-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               PERFORM 2100-AGE-ONE-ITEM
           END-IF.
           READ WAREHOUSE-FILE
               AT END SET WS-END-OF-WAREHOUSE TO TRUE
           END-READ.

       2100-AGE-ONE-ITEM.
           ADD 1 TO WS-PARKED-COUNT.
           MOVE WHS-AMOUNT TO WS-CAPTURED-AMOUNT.
           MOVE WHS-CURRENCY TO WS-CAPTURED-CURRENCY.
           PERFORM 2200-VALUE-IN-BASE.
           IF NOT WS-FX-RATE-FOUND
               ADD 1 TO WS-UNVALUED-COUNT
           END-IF.
           ADD WS-BASE-AMOUNT TO WS-PARKED-AMOUNT.
           MOVE WHS-TIMESTAMP(1:8) TO WS-PARK-DATE.
           IF WS-PARK-DATE > ZEROS
               COMPUTE WS-DAYS-PARKED =
                   WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(WS-PARK-DATE)
           ELSE
               MOVE ZEROS TO WS-DAYS-PARKED
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-PARKED <= 7
                   ADD 1 TO WS-AGE-7-COUNT
                   ADD WS-BASE-AMOUNT TO WS-AGE-7-AMOUNT
               WHEN WS-DAYS-PARKED <= 30
                   ADD 1 TO WS-AGE-30-COUNT
                   ADD WS-BASE-AMOUNT TO WS-AGE-30-AMOUNT
               WHEN WS-DAYS-PARKED <= 90
                   ADD 1 TO WS-AGE-90-COUNT
                   ADD WS-BASE-AMOUNT TO WS-AGE-90-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-COUNT
                   ADD WS-BASE-AMOUNT TO WS-AGE-OVER-AMOUNT
           END-EVALUATE.
           MOVE SPACES TO AGE-NOTE.
           IF WHS-VALUE-DATE < WS-RUN-DATE
               ADD 1 TO WS-OVERDUE-COUNT
               ADD WS-BASE-AMOUNT TO WS-OVERDUE-AMOUNT
               MOVE "*** OVERDUE" TO AGE-NOTE
           END-IF.
           MOVE WS-DAYS-PARKED TO AGE-DAYS.
           MOVE WHS-ORIGIN TO AGE-ORIGIN.
           MOVE WHS-TRAN-REF TO AGE-TRAN-REF.
           MOVE WHS-CATEGORY TO AGE-CATEGORY.
           MOVE WHS-VALUE-DATE TO AGE-VALUE-DATE.
           MOVE WHS-AMOUNT TO AGE-AMOUNT.
           MOVE WHS-CURRENCY TO AGE-CURRENCY.
           MOVE WS-AGING-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

      * A blank currency, or the base currency itself, needs no
      * rate. An amount that cannot be valued is left at zero.
       2200-VALUE-IN-BASE.
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

       8000-PRINT-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "WAREHOUSE ITEMS READ" TO RL-LABEL.
           MOVE WS-ITEMS-READ TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "RELEASED (AWAITING DROP)" TO RL-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "STILL PARKED" TO RL-LABEL.
           MOVE WS-PARKED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "PARKED AMOUNT" TO RL-LABEL.
           MOVE WS-PARKED-AMOUNT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "AMOUNTS IN BASE CURRENCY" TO RL-LABEL.
           MOVE WS-BASE-CURRENCY TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "NOT VALUED (NO FX RATE)" TO RL-LABEL.
           MOVE WS-UNVALUED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           IF WS-UNVALUED-COUNT > ZEROS
               DISPLAY "Warning: " WS-UNVALUED-COUNT
                   " warehouse items have no rate on file."
           END-IF.
           MOVE "--- PARKED BY AGE ---" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "0-7 DAYS COUNT" TO RL-LABEL.
           MOVE WS-AGE-7-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "0-7 DAYS AMOUNT" TO RL-LABEL.
           MOVE WS-AGE-7-AMOUNT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "8-30 DAYS COUNT" TO RL-LABEL.
           MOVE WS-AGE-30-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "8-30 DAYS AMOUNT" TO RL-LABEL.
           MOVE WS-AGE-30-AMOUNT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "31-90 DAYS COUNT" TO RL-LABEL.
           MOVE WS-AGE-90-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "31-90 DAYS AMOUNT" TO RL-LABEL.
           MOVE WS-AGE-90-AMOUNT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "OVER 90 DAYS COUNT" TO RL-LABEL.
           MOVE WS-AGE-OVER-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "OVER 90 DAYS AMOUNT" TO RL-LABEL.
           MOVE WS-AGE-OVER-AMOUNT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           IF WS-OVERDUE-COUNT > ZEROS
               MOVE "*** OVERDUE, NOT RELEASED ***" TO RL-LABEL
               MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RL-VALUE
               MOVE WS-REPORT-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               MOVE "OVERDUE AMOUNT" TO RL-LABEL
               MOVE WS-OVERDUE-AMOUNT TO WS-EDIT-SIGNED
               MOVE WS-EDIT-SIGNED TO RL-VALUE
               MOVE WS-REPORT-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               DISPLAY "Warning: " WS-OVERDUE-COUNT
                   " warehouse items past value date."
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-FINALIZE.
           IF WS-WAREHOUSE-STATUS NOT = "35"
               CLOSE WAREHOUSE-FILE
           END-IF.
           CLOSE AGING-REPORT.

       END PROGRAM WHSAGE.
