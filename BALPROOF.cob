      * Full-disposition balance proof, run between TRANPROC and
      * EODARCH: every detail record that entered TRANS-IN today
      * must have left somewhere - posted to TRANS-OUT, rejected to
      * REJECTS, parked on SUSPENSE, held on REVEXCPT, queued
      * for approval on APPROVEQ, or warehoused against a later
      * value date on WAREHOUSE. The proof
      * re-reads those files and the capture file independently of
      * TRANPROC's in-memory counters, proves count and amount
      * across the dispositions against the batch trailers, and
      * release against the posted detail. One unaccounted record
      * fails the job with the discrepancy on BALRPT.
      *
      * The capture hash is a sum of amounts as captured, each in
      * its own currency, so the disposition proof counts a posting
      * at TOR-ORIG-AMOUNT; the channel and GL proofs are in base
      * currency and use TOR-AMOUNT. Postings cut before TRANS-OUT
      * carried the original amount are base currency throughout.
      *
      * Items the warehouse released today were captured on an
      * earlier day: they join today's capture side at the amount
      * they were parked at, alongside the trailers' promise.
      *
      * Fee postings are generated, not captured: they stay out of
      * the disposition, channel, and GL proofs and are proved on
      * their own against the "FE" GLCONTROL record.
      *
      * Groups that fail their own header or trailer bracket are
      * the ones TRANPROC refused: their details went nowhere by
      * design, so they are excluded from the proof and listed.
      * the day's capture files concatenated in posting order (the
      * same convention MONTHRPT and TRANRSCH use for TRANGEN);
      * mounting only the last slice fails the count proof.
      *
      * The proof runs once per business day, after the close run
      * has completed on BDAYCTL; its own outcome goes back there
      * for EODARCH to check.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-CONTROL-STATUS.

           SELECT WAREHOUSE-FILE
               ASSIGN TO "WAREHOUSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT BUSINESS-DAY-FILE
               ASSIGN TO "BDAYCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAY-CTL-STATUS.

           SELECT BUSINESS-DAY-OVERRIDE-FILE
               ASSIGN TO "BDAYOVRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAY-OVR-STATUS.

           SELECT BUSINESS-DAY-LOG
               ASSIGN TO "BDAYLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAY-LOG-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT PROOF-REPORT
               ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
               10  IT-SOURCE           PIC X(1).
               10  IT-TRAN-TYPE        PIC X(1).
               10  IT-TRAN-REF         PIC X(12).
               10  IT-APPROVAL-FLAG    PIC X(1).
               10  IT-CURRENCY         PIC X(3).
               10  IT-VALUE-DATE       PIC 9(8).
               10  FILLER              PIC X(43).
           05  IT-HEADER-DATA REDEFINES IT-DETAIL-DATA.
               10  IT-HDR-RUN-DATE     PIC 9(8).
               10  IT-HDR-ORIGIN       PIC X(8).
           05  RVR-CATEGORY-TOTAL      PIC S9(9)V99.
           05  RVR-SOURCE              PIC X(1).
           05  RVR-TIMESTAMP           PIC 9(14).
           05  RVR-CURRENCY            PIC X(3).
           05  RVR-BASE-AMOUNT         PIC 9(7)V99.
           05  FILLER                  PIC X(31).

       FD  APPROVE-QUEUE
           RECORDING MODE IS F.
           05  SET-SOURCE              PIC X(1).
           05  SET-TXN-COUNT           PIC 9(9).
           05  SET-AMOUNT              PIC S9(11)V99.
           05  SET-CURRENCY            PIC X(3).
           05  SET-ORIG-AMOUNT         PIC S9(11)V99.
           05  FILLER                  PIC X(33).

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F.
           05  GCR-JOB-ID              PIC X(8).
           05  GCR-TRANSACTION-COUNT   PIC 9(5).
           05  GCR-TOTAL-AMOUNT        PIC 9(11)V99.
           05  GCR-FEE-NET REDEFINES GCR-TOTAL-AMOUNT
                                       PIC S9(11)V99.
           05  FILLER                  PIC X(50).

       FD  WAREHOUSE-FILE
           RECORDING MODE IS F.
           COPY WHSREC.

       FD  BUSINESS-DAY-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DAY-FILE-RECORD    PIC X(400).

       FD  BUSINESS-DAY-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY BDAYOVR.

       FD  BUSINESS-DAY-LOG
           RECORDING MODE IS F.
           COPY BDAYLOG.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  PROOF-REPORT.
       01  PROOF-REPORT-LINE           PIC X(80).

           05  WS-APPROVE-Q-STATUS     PIC X(2) VALUE "00".
           05  WS-SETTLE-STATUS        PIC X(2) VALUE "00".
           05  WS-GL-CONTROL-STATUS    PIC X(2) VALUE "00".
           05  WS-WAREHOUSE-STATUS     PIC X(2) VALUE "00".
           05  WS-BDAY-CTL-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-OVR-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-LOG-STATUS      PIC X(2) VALUE "00".
           05  WS-AUDIT-LOG-STATUS     PIC X(2) VALUE "00".
           05  WS-SOURCE-EOF           PIC X VALUE "N".
               88  WS-END-OF-SOURCE    VALUE "Y".
           05  WS-PROOF-FLAG           PIC X VALUE "Y".
               88  WS-GROUP-OPEN       VALUE "Y".
           05  WS-GL-LOADED-FLAG      PIC X VALUE "N".
               88  WS-GL-LOADED        VALUE "Y".
           05  WS-FEE-LOADED-FLAG      PIC X VALUE "N".
               88  WS-FEE-CONTROL-LOADED VALUE "Y".

       01  WS-PROOF-DATE               PIC 9(8) VALUE ZEROS.

      * The business day on BDAYCTL, and this program's step in it.
           COPY BDAYREC.

       01  WS-BDAY-WORK.
           05  WS-BDAY-STEP            PIC 9(1) VALUE 3.
           05  WS-BDAY-STEP-NAME       PIC X(10) VALUE "BALPROOF".
           05  WS-BDAY-SUB             PIC 9(1) VALUE ZEROS.
           05  WS-BDAY-REFUSAL         PIC X(30) VALUE SPACES.
           05  WS-BDAY-EVENT           PIC X(8) VALUE SPACES.
           05  WS-BDAY-OVERRIDE-FLAG   PIC X VALUE "N".
               88  WS-BDAY-OVERRIDDEN  VALUE "Y".
           05  WS-BDAY-OPERATOR        PIC X(8) VALUE SPACES.
           05  WS-BDAY-REASON          PIC X(30) VALUE SPACES.

      * What the capture trailers promise, accumulated over the
      * groups whose own brackets prove out.
       01  WS-CAPTURE-TOTALS.
           05  WS-IN-HASH-TOTAL        PIC S9(13)V99 VALUE ZEROS.
           05  WS-GROUPS-ACCEPTED      PIC 9(5) VALUE ZEROS.
           05  WS-GROUPS-EXCLUDED      PIC 9(5) VALUE ZEROS.
           05  WS-WHSE-IN-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-WHSE-IN-AMOUNT       PIC S9(13)V99 VALUE ZEROS.

       01  WS-GROUP-WORK.
           05  WS-GRP-ORIGIN           PIC X(8) VALUE SPACES.
           05  WS-REVHELD-AMOUNT       PIC S9(13)V99 VALUE ZEROS.
           05  WS-QUEUED-COUNT         PIC 9(9) VALUE ZEROS.
           05  WS-QUEUED-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
           05  WS-WHSE-COUNT           PIC 9(9) VALUE ZEROS.
           05  WS-WHSE-AMOUNT          PIC S9(13)V99 VALUE ZEROS.
           05  WS-FEE-COUNT            PIC 9(9) VALUE ZEROS.
           05  WS-FEE-NET              PIC S9(13)V99 VALUE ZEROS.
           05  WS-ACCOUNTED-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-ACCOUNTED-AMOUNT     PIC S9(13)V99 VALUE ZEROS.
      * TRANS-OUT records still in the five-digit code layout, as a
      * restore of a day cut before the conversion would leave them;
      * they cannot be read for their date or amount.
           05  WS-NARROW-COUNT         PIC 9(9) VALUE ZEROS.

       01  WS-GL-TOTALS.
           05  WS-GL-COUNT             PIC 9(5) VALUE ZEROS.
           05  WS-GL-AMOUNT            PIC 9(11)V99 VALUE ZEROS.
           05  WS-GL-FEE-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-GL-FEE-NET           PIC S9(11)V99 VALUE ZEROS.

       01  WS-CHANNEL-TABLE.
           05  WS-CHANNEL-ENTRY OCCURS 10 TIMES
           PERFORM 3200-COUNT-SUSPENSE.
           PERFORM 3300-COUNT-REV-HELD.
           PERFORM 3400-COUNT-QUEUED.
           PERFORM 3500-COUNT-WAREHOUSE.
           PERFORM 4000-PROVE-DISPOSITIONS.
           PERFORM 5000-PROVE-SETTLEMENT.
           PERFORM 6000-PROVE-GL-CONTROL.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-CHECK-BUSINESS-DAY.
           MOVE BDY-BUSINESS-DATE TO WS-PROOF-DATE.
           OPEN OUTPUT PROOF-REPORT.
           MOVE "--- BALANCE PROOF ---" TO RL-LABEL.
           MOVE WS-PROOF-DATE TO RL-VALUE.
           MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.

      * BALPROOF proves a day the close run has finished, and
      * proves it once. The day proved is the business day on
      * BDAYCTL, the date TRANPROC posted under, whatever the clock
      * says.
       1010-CHECK-BUSINESS-DAY.
           PERFORM 1020-LOAD-BUSINESS-DAY.
           IF WS-BDAY-REFUSAL = SPACES
               IF NOT BDY-COMPLETE (2)
                   MOVE "DAY CLOSE NOT COMPLETE" TO WS-BDAY-REFUSAL
               END-IF
               IF BDY-COMPLETE (WS-BDAY-STEP)
                   MOVE "BALPROOF ALREADY COMPLETE"
                       TO WS-BDAY-REFUSAL
               END-IF
           END-IF.
           PERFORM 1030-APPLY-BUSINESS-DAY-CHECK.

      * The day on record, or an empty one when BDAYCTL has never
      * been written.
       1020-LOAD-BUSINESS-DAY.
           MOVE SPACES TO BUSINESS-DAY-RECORD.
           MOVE ZEROS TO BDY-BUSINESS-DATE.
           PERFORM VARYING WS-BDAY-SUB FROM 1 BY 1
                   UNTIL WS-BDAY-SUB > 6
               MOVE ZEROS TO BDY-RETURN-CODE (WS-BDAY-SUB)
               MOVE ZEROS TO BDY-RUN-COUNT (WS-BDAY-SUB)
               MOVE ZEROS TO BDY-TIMESTAMP (WS-BDAY-SUB)
           END-PERFORM.
           OPEN INPUT BUSINESS-DAY-FILE.
           IF WS-BDAY-CTL-STATUS = "35"
               MOVE "NO BUSINESS DAY OPEN" TO WS-BDAY-REFUSAL
           ELSE
               READ BUSINESS-DAY-FILE INTO BUSINESS-DAY-RECORD
                   AT END
                       MOVE "NO BUSINESS DAY OPEN"
                           TO WS-BDAY-REFUSAL
               END-READ
               CLOSE BUSINESS-DAY-FILE
           END-IF.

      * A refusal stands unless BDAYOVRD names this step and the
      * day refused; either way it goes to BDAYLOG and AUDITLOG.
      * The step is then marked started, so a run that ends
      * abnormally is left on record as one.
       1030-APPLY-BUSINESS-DAY-CHECK.
           IF WS-BDAY-REFUSAL NOT = SPACES
               PERFORM 1040-LOOK-FOR-OVERRIDE
               IF WS-BDAY-OVERRIDDEN
                   DISPLAY "Warning: business day "
                       BDY-BUSINESS-DATE " override by "
                       WS-BDAY-OPERATOR " of: " WS-BDAY-REFUSAL
                   DISPLAY "Warning: override reason: "
                       WS-BDAY-REASON
                   MOVE "OVERRIDE" TO WS-BDAY-EVENT
                   PERFORM 1050-LOG-BUSINESS-DAY-EVENT
               ELSE
                   DISPLAY "Error: business day " BDY-BUSINESS-DATE
                       ", run refused: " WS-BDAY-REFUSAL
                   MOVE "REFUSED" TO WS-BDAY-EVENT
                   PERFORM 1050-LOG-BUSINESS-DAY-EVENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF BDY-BUSINESS-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO BDY-BUSINESS-DATE
           END-IF.
           SET BDY-STARTED (WS-BDAY-STEP) TO TRUE.
           ADD 1 TO BDY-RUN-COUNT (WS-BDAY-STEP).
           MOVE ZEROS TO BDY-RETURN-CODE (WS-BDAY-STEP).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO BDY-TIMESTAMP (WS-BDAY-STEP).
           MOVE WS-BDAY-OPERATOR
               TO BDY-OVERRIDE-OPERATOR (WS-BDAY-STEP).
           MOVE WS-BDAY-REASON TO BDY-OVERRIDE-REASON (WS-BDAY-STEP).
           PERFORM 8950-WRITE-BUSINESS-DAY.

      * An override is good for one run: once taken, the file is
      * emptied.
       1040-LOOK-FOR-OVERRIDE.
           OPEN INPUT BUSINESS-DAY-OVERRIDE-FILE.
           IF WS-BDAY-OVR-STATUS NOT = "35"
               READ BUSINESS-DAY-OVERRIDE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BOV-STEP = WS-BDAY-STEP-NAME
                           AND BOV-BUSINESS-DATE = BDY-BUSINESS-DATE
                           AND BOV-OPERATOR NOT = SPACES
                           AND BOV-REASON NOT = SPACES
                           MOVE BOV-OPERATOR TO WS-BDAY-OPERATOR
                           MOVE BOV-REASON TO WS-BDAY-REASON
                           SET WS-BDAY-OVERRIDDEN TO TRUE
                       END-IF
               END-READ
               CLOSE BUSINESS-DAY-OVERRIDE-FILE
           END-IF.
           IF WS-BDAY-OVERRIDDEN
               OPEN OUTPUT BUSINESS-DAY-OVERRIDE-FILE
               CLOSE BUSINESS-DAY-OVERRIDE-FILE
           END-IF.

       1050-LOG-BUSINESS-DAY-EVENT.
           OPEN EXTEND BUSINESS-DAY-LOG.
           IF WS-BDAY-LOG-STATUS = "35"
               OPEN OUTPUT BUSINESS-DAY-LOG
           END-IF.
           MOVE SPACES TO BUSINESS-DAY-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BDL-TIMESTAMP.
           MOVE BDY-BUSINESS-DATE TO BDL-BUSINESS-DATE.
           MOVE WS-BDAY-STEP-NAME TO BDL-STEP.
           MOVE WS-BDAY-EVENT TO BDL-EVENT.
           MOVE WS-BDAY-OPERATOR TO BDL-OPERATOR.
           MOVE WS-BDAY-REFUSAL TO BDL-REFUSAL.
           MOVE WS-BDAY-REASON TO BDL-REASON.
           WRITE BUSINESS-DAY-LOG-RECORD.
           CLOSE BUSINESS-DAY-LOG.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           PERFORM 1060-WRITE-BUSINESS-DAY-AUDIT.
           CLOSE AUDIT-LOG.

       1060-WRITE-BUSINESS-DAY-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALR-TIMESTAMP.
           MOVE "BALPROOF" TO ALR-JOB-ID.
           MOVE WS-BDAY-STEP-NAME TO ALR-FIELD-NAME.
           MOVE BDY-BUSINESS-DATE TO ALR-OLD-VALUE.
           MOVE ZEROS TO ALR-NEW-VALUE.
           MOVE WS-BDAY-EVENT TO ALR-EVENT-TYPE.
           WRITE AUDIT-LOG-RECORD.

      * The capture file is re-read and each group proved against
      * its own bracket, the same determination TRANPROC made: a
      * group that fails is one TRANPROC refused, and its details
               READ TRANS-OUT
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END
                       IF NOT TOR-WIDE-LAYOUT
                           ADD 1 TO WS-NARROW-COUNT
                       ELSE
                           IF TOR-DATE = WS-PROOF-DATE
                               PERFORM 3005-TALLY-ONE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               CLOSE TRANS-OUT
           END-IF.

       3005-TALLY-ONE-RECORD.
           IF TOR-FEE-POSTING
               PERFORM 3020-TALLY-ONE-FEE
           ELSE
               PERFORM 3010-TALLY-ONE-POSTED
           END-IF.

       3010-TALLY-ONE-POSTED.
           ADD 1 TO WS-POSTED-COUNT.
           IF TOR-ORIG-AMOUNT NUMERIC
               ADD TOR-ORIG-AMOUNT TO WS-POSTED-GROSS
           ELSE
               ADD TOR-AMOUNT TO WS-POSTED-GROSS
           END-IF.
           IF TOR-REVERSAL
               SUBTRACT TOR-AMOUNT FROM WS-POSTED-NET
           ELSE
               END-IF
           END-IF.

       3020-TALLY-ONE-FEE.
           ADD 1 TO WS-FEE-COUNT.
           IF TOR-REVERSAL
               SUBTRACT TOR-AMOUNT FROM WS-FEE-NET
           ELSE
               ADD TOR-AMOUNT TO WS-FEE-NET
           END-IF.

       3100-COUNT-REJECTS.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT REJECT-FILE.
               CLOSE APPROVE-QUEUE
           END-IF.

      * One pass over the warehouse serves both sides of the proof:
      * an item parked today is one of today's dispositions, and an
      * item released today is capture the trailers never saw.
       3500-COUNT-WAREHOUSE.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WAREHOUSE-STATUS = "35"
               SET WS-END-OF-SOURCE TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ WAREHOUSE-FILE
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END
                       IF WHS-TIMESTAMP(1:8) = WS-PROOF-DATE
                           ADD 1 TO WS-WHSE-COUNT
                           ADD WHS-AMOUNT TO WS-WHSE-AMOUNT
                       END-IF
                       IF WHS-RELEASED
                           AND WHS-RELEASE-DATE = WS-PROOF-DATE
                           ADD 1 TO WS-WHSE-IN-COUNT
                           ADD WHS-AMOUNT TO WS-WHSE-IN-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WAREHOUSE-STATUS NOT = "35"
               CLOSE WAREHOUSE-FILE
           END-IF.
           ADD WS-WHSE-IN-COUNT TO WS-IN-DETAIL-COUNT.
           ADD WS-WHSE-IN-AMOUNT TO WS-IN-HASH-TOTAL.

       4000-PROVE-DISPOSITIONS.
           COMPUTE WS-ACCOUNTED-COUNT =
               WS-POSTED-COUNT + WS-REJECT-COUNT
                   + WS-SUSPENSE-COUNT + WS-REVHELD-COUNT
                   + WS-QUEUED-COUNT + WS-WHSE-COUNT.
           COMPUTE WS-ACCOUNTED-AMOUNT =
               WS-POSTED-GROSS + WS-REJECT-AMOUNT
                   + WS-SUSPENSE-AMOUNT + WS-REVHELD-AMOUNT
                   + WS-QUEUED-AMOUNT + WS-WHSE-AMOUNT.
           MOVE SPACES TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE "--- DISPOSITION PROOF ---" TO PROOF-REPORT-LINE.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE "  OF WHICH WAREHOUSE RELEASED" TO RL-LABEL.
           MOVE WS-WHSE-IN-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE "POSTED" TO RL-LABEL.
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           IF WS-NARROW-COUNT > ZEROS
               MOVE "*** POSTED IN 5-DIGIT LAYOUT" TO RL-LABEL
               MOVE WS-NARROW-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RL-VALUE
               MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE
               MOVE "N" TO WS-PROOF-FLAG
           END-IF.
           MOVE "REJECTED" TO RL-LABEL.
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE "WAREHOUSED" TO RL-LABEL.
           MOVE WS-WHSE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           IF WS-ACCOUNTED-COUNT NOT = WS-IN-DETAIL-COUNT
               MOVE "*** COUNT OUT OF PROOF ***" TO RL-LABEL
               MOVE WS-ACCOUNTED-COUNT TO WS-EDIT-COUNT
           IF WS-GL-CONTROL-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-SOURCE-EOF
               PERFORM UNTIL WS-END-OF-SOURCE
                   READ GL-CONTROL-FILE
                       AT END SET WS-END-OF-SOURCE TO TRUE
                       NOT AT END PERFORM 6100-LOAD-ONE-GL-CONTROL
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO PROOF-REPORT-LINE.
                   WRITE PROOF-REPORT-LINE
               END-IF
           END-IF.
           PERFORM 6200-PROVE-FEE-CONTROL.

      * The "GL" record leads the file; a release cut before fee
      * income went to the GL on its own has nothing else.
       6100-LOAD-ONE-GL-CONTROL.
           EVALUATE GCR-RECORD-TYPE
               WHEN "FE"
                   MOVE GCR-TRANSACTION-COUNT TO WS-GL-FEE-COUNT
                   MOVE GCR-FEE-NET TO WS-GL-FEE-NET
                   SET WS-FEE-CONTROL-LOADED TO TRUE
               WHEN OTHER
                   IF NOT WS-GL-LOADED
                       MOVE GCR-TRANSACTION-COUNT TO WS-GL-COUNT
                       MOVE GCR-TOTAL-AMOUNT TO WS-GL-AMOUNT
                       SET WS-GL-LOADED TO TRUE
                   END-IF
           END-EVALUATE.

      * Fee postings against the fee release. No "FE" record is only
      * good when nothing was charged today.
       6200-PROVE-FEE-CONTROL.
           MOVE "FEE POSTINGS" TO RL-LABEL.
           MOVE WS-FEE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE "FEE NET" TO RL-LABEL.
           MOVE WS-FEE-NET TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           IF NOT WS-FEE-CONTROL-LOADED
               IF WS-FEE-COUNT > ZEROS
                   MOVE "*** NO FEE CONTROL ***" TO RL-LABEL
                   MOVE "FEES NOT PROVED" TO RL-VALUE
                   MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE
                   WRITE PROOF-REPORT-LINE
                   MOVE "N" TO WS-PROOF-FLAG
               END-IF
           ELSE
               IF WS-GL-FEE-COUNT NOT = WS-FEE-COUNT
                   OR WS-GL-FEE-NET NOT = WS-FEE-NET
                   MOVE "*** FEES OUT OF PROOF ***" TO RL-LABEL
                   MOVE WS-GL-FEE-NET TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED TO RL-VALUE
                   MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE
                   WRITE PROOF-REPORT-LINE
                   MOVE "N" TO WS-PROOF-FLAG
               ELSE
                   MOVE "FEES PROVED" TO RL-LABEL
                   MOVE "OK" TO RL-VALUE
                   MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE
                   WRITE PROOF-REPORT-LINE
               END-IF
           END-IF.

       7000-FIND-CHANNEL.
           MOVE "N" TO WS-CHN-FOUND-FLAG.
           MOVE WS-REPORT-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           CLOSE PROOF-REPORT.
           PERFORM 8900-RECORD-BUSINESS-DAY.

      * The step's outcome on BDAYCTL: anything short of a failing
      * return code completes it.
       8900-RECORD-BUSINESS-DAY.
           IF RETURN-CODE < 8
               SET BDY-COMPLETE (WS-BDAY-STEP) TO TRUE
           ELSE
               SET BDY-FAILED (WS-BDAY-STEP) TO TRUE
           END-IF.
           MOVE RETURN-CODE TO BDY-RETURN-CODE (WS-BDAY-STEP).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO BDY-TIMESTAMP (WS-BDAY-STEP).
           PERFORM 8950-WRITE-BUSINESS-DAY.

       8950-WRITE-BUSINESS-DAY.
           OPEN OUTPUT BUSINESS-DAY-FILE.
           WRITE BUSINESS-DAY-FILE-RECORD FROM BUSINESS-DAY-RECORD.
           CLOSE BUSINESS-DAY-FILE.

       END PROGRAM BALPROOF.
