      * The generation logical names (TRANGEN, AUDITGEN, REJGEN,
      * AMTGEN, CATGEN, REVGEN, SUSGEN, APPGEN) are mapped by the
      * nightly job to that day's dated generation data set.
      *
      * Fee postings are cut with everything else, and the trailer
      * and catalog carry every record, but they verify against the
      * "FE" GLCONTROL record rather than the "GL" release.
      *
      * The cut runs once per business day, after BALPROOF has
      * completed on BDAYCTL; its own outcome goes back there for
      * GLRECON to check.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "GENCATN"
               ORGANIZATION IS SEQUENTIAL.

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

           SELECT EOD-REPORT
               ASSIGN TO "EODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  GCR-JOB-ID              PIC X(8).
           05  GCR-TRANSACTION-COUNT   PIC 9(5).
           05  GCR-TOTAL-AMOUNT        PIC 9(11)V99.
           05  GCR-FEE-NET REDEFINES GCR-TOTAL-AMOUNT
                                       PIC S9(11)V99.
           05  FILLER                  PIC X(50).

       FD  TRAN-GEN
           RECORDING MODE IS F.
       01  GEN-CATALOG-NEW-RECORD      PIC X(80).

       FD  BUSINESS-DAY-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DAY-FILE-RECORD    PIC X(400).

       FD  BUSINESS-DAY-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY BDAYOVR.

       FD  BUSINESS-DAY-LOG
           RECORDING MODE IS F.
           COPY BDAYLOG.

       FD  EOD-REPORT.
       01  EOD-REPORT-LINE             PIC X(80).

           05  WS-APPROVE-Q-STATUS     PIC X(2) VALUE "00".
           05  WS-GL-CONTROL-STATUS    PIC X(2) VALUE "00".
           05  WS-GEN-CAT-STATUS       PIC X(2) VALUE "00".
           05  WS-BDAY-CTL-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-OVR-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-LOG-STATUS      PIC X(2) VALUE "00".
           05  WS-SOURCE-EOF           PIC X VALUE "N".
               88  WS-END-OF-SOURCE    VALUE "Y".
           05  WS-GL-LOADED-FLAG       PIC X VALUE "N".
               88  WS-GL-LOADED        VALUE "Y".
           05  WS-FEE-LOADED-FLAG      PIC X VALUE "N".
               88  WS-FEE-CONTROL-LOADED VALUE "Y".
           05  WS-GL-EOF               PIC X VALUE "N".
               88  WS-END-OF-GL-CONTROL VALUE "Y".
           05  WS-VERIFY-FLAG          PIC X VALUE "Y".
               88  WS-VERIFY-OK        VALUE "Y".
           05  WS-CAT-EOF              PIC X VALUE "N".

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * The business day on BDAYCTL, and this program's step in it.
           COPY BDAYREC.

       01  WS-BDAY-WORK.
           05  WS-BDAY-STEP            PIC 9(1) VALUE 4.
           05  WS-BDAY-STEP-NAME       PIC X(10) VALUE "EODARCH".
           05  WS-BDAY-SUB             PIC 9(1) VALUE ZEROS.
           05  WS-BDAY-REFUSAL         PIC X(30) VALUE SPACES.
           05  WS-BDAY-EVENT           PIC X(8) VALUE SPACES.
           05  WS-BDAY-OVERRIDE-FLAG   PIC X VALUE "N".
               88  WS-BDAY-OVERRIDDEN  VALUE "Y".
           05  WS-BDAY-OPERATOR        PIC X(8) VALUE SPACES.
           05  WS-BDAY-REASON          PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TRANOUT-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-TRANOUT-NET          PIC S9(13)V99 VALUE ZEROS.
           05  WS-FEE-CUT-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-FEE-CUT-NET          PIC S9(13)V99 VALUE ZEROS.
           05  WS-POSTING-CUT-COUNT    PIC 9(9) VALUE ZEROS.
           05  WS-POSTING-CUT-NET      PIC S9(13)V99 VALUE ZEROS.
           05  WS-AUDIT-COUNT          PIC 9(9) VALUE ZEROS.
           05  WS-REJECT-COUNT         PIC 9(9) VALUE ZEROS.
           05  WS-REJECT-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-GL-TOTALS.
           05  WS-GL-COUNT             PIC 9(5) VALUE ZEROS.
           05  WS-GL-AMOUNT            PIC 9(11)V99 VALUE ZEROS.
           05  WS-GL-FEE-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-GL-FEE-NET           PIC S9(11)V99 VALUE ZEROS.

       01  WS-RETENTION-WORK.
           05  WS-RETENTION-DAYS       PIC 9(5) VALUE ZEROS.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-CHECK-BUSINESS-DAY.
           MOVE BDY-BUSINESS-DATE TO WS-RUN-DATE.
           OPEN OUTPUT EOD-REPORT.
           MOVE "--- END OF DAY CUT ---" TO RL-LABEL.
           MOVE WS-RUN-DATE TO RL-VALUE.
           WRITE EOD-REPORT-LINE.
           PERFORM 1100-LOAD-GL-CONTROL.

      * EODARCH cuts a day BALPROOF has proved, and cuts it once -
      * a second cut would archive the empty files the first one
      * left behind. The cut is dated and cataloged under the
      * business day on BDAYCTL, whatever the clock says.
       1010-CHECK-BUSINESS-DAY.
           PERFORM 1020-LOAD-BUSINESS-DAY.
           IF WS-BDAY-REFUSAL = SPACES
               IF NOT BDY-COMPLETE (3)
                   MOVE "BALPROOF NOT COMPLETE" TO WS-BDAY-REFUSAL
               END-IF
               IF BDY-COMPLETE (WS-BDAY-STEP)
                   MOVE "EODARCH ALREADY COMPLETE"
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
           MOVE "EODARCH" TO ALR-JOB-ID.
           MOVE WS-BDAY-STEP-NAME TO ALR-FIELD-NAME.
           MOVE BDY-BUSINESS-DATE TO ALR-OLD-VALUE.
           MOVE ZEROS TO ALR-NEW-VALUE.
           MOVE WS-BDAY-EVENT TO ALR-EVENT-TYPE.
           WRITE AUDIT-LOG-RECORD.

       1100-LOAD-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE.
           IF WS-GL-CONTROL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-GL-CONTROL
                   READ GL-CONTROL-FILE
                       AT END SET WS-END-OF-GL-CONTROL TO TRUE
                       NOT AT END PERFORM 1110-LOAD-ONE-GL-CONTROL
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL-FILE
           END-IF.

      * The "GL" record leads the file; the fee release follows it
      * as "FE" on releases cut since fees were charged.
       1110-LOAD-ONE-GL-CONTROL.
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

       2100-CUT-TRANSOUT.
           OPEN OUTPUT TRAN-GEN.
                       ELSE
                           ADD TOR-AMOUNT TO WS-TRANOUT-NET
                       END-IF
                       IF TOR-FEE-POSTING
                           ADD 1 TO WS-FEE-CUT-COUNT
                           IF TOR-REVERSAL
                               SUBTRACT TOR-AMOUNT
                                   FROM WS-FEE-CUT-NET
                           ELSE
                               ADD TOR-AMOUNT TO WS-FEE-CUT-NET
                           END-IF
                       END-IF
                       MOVE "GD" TO GEN-TYPE
                       MOVE SPACES TO GEN-DATA
                       MOVE TRAN-OUT-RECORD TO GEN-DATA
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO EOD-REPORT-LINE.
           WRITE EOD-REPORT-LINE.
           MOVE "  OF WHICH FEE POSTINGS" TO RL-LABEL.
           MOVE WS-FEE-CUT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO EOD-REPORT-LINE.
           WRITE EOD-REPORT-LINE.
           MOVE "  OF WHICH FEE NET" TO RL-LABEL.
           MOVE WS-FEE-CUT-NET TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO EOD-REPORT-LINE.
           WRITE EOD-REPORT-LINE.
           COMPUTE WS-POSTING-CUT-COUNT =
               WS-TRANOUT-COUNT - WS-FEE-CUT-COUNT.
           COMPUTE WS-POSTING-CUT-NET =
               WS-TRANOUT-NET - WS-FEE-CUT-NET.

       2200-CUT-AUDITLOG.
           OPEN OUTPUT AUDIT-GEN.

      * The cut proves out against what TRANPROC released: the
      * GLCONTROL transaction count and net amount must match what
      * was just archived from TRANS-OUT, fee postings apart, and
      * the fee postings must match the "FE" release. On a mismatch
      * nothing is reset, so the evidence stays in place for
      * operations.
       3000-VERIFY-AGAINST-GL.
           IF NOT WS-GL-LOADED
               MOVE "N" TO WS-VERIFY-FLAG
               MOVE WS-REPORT-LINE TO EOD-REPORT-LINE
               WRITE EOD-REPORT-LINE
           ELSE
               IF WS-GL-COUNT NOT = WS-POSTING-CUT-COUNT
                   OR WS-GL-AMOUNT NOT = WS-POSTING-CUT-NET
                   MOVE "N" TO WS-VERIFY-FLAG
                   MOVE "*** CUT MISMATCH ***" TO RL-LABEL
                   MOVE "SEE GL CONTROL" TO RL-VALUE
                   WRITE EOD-REPORT-LINE
               END-IF
           END-IF.
           PERFORM 3100-VERIFY-FEES.
           IF NOT WS-VERIFY-OK
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A release cut before fees were charged has no "FE" record;
      * that is only good when the cut holds no fee postings.
       3100-VERIFY-FEES.
           IF NOT WS-FEE-CONTROL-LOADED
               IF WS-FEE-CUT-COUNT > ZEROS
                   MOVE "N" TO WS-VERIFY-FLAG
                   MOVE "*** NO FEE CONTROL ***" TO RL-LABEL
                   MOVE "CUT NOT VERIFIED" TO RL-VALUE
                   MOVE WS-REPORT-LINE TO EOD-REPORT-LINE
                   WRITE EOD-REPORT-LINE
               END-IF
           ELSE
               IF WS-GL-FEE-COUNT NOT = WS-FEE-CUT-COUNT
                   OR WS-GL-FEE-NET NOT = WS-FEE-CUT-NET
                   MOVE "N" TO WS-VERIFY-FLAG
                   MOVE "*** FEE CUT MISMATCH ***" TO RL-LABEL
                   MOVE "SEE GL CONTROL" TO RL-VALUE
                   MOVE WS-REPORT-LINE TO EOD-REPORT-LINE
                   WRITE EOD-REPORT-LINE
                   MOVE "GL FEE COUNT" TO RL-LABEL
                   MOVE WS-GL-FEE-COUNT TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO RL-VALUE
                   MOVE WS-REPORT-LINE TO EOD-REPORT-LINE
                   WRITE EOD-REPORT-LINE
                   MOVE "GL FEE NET" TO RL-LABEL
                   MOVE WS-GL-FEE-NET TO WS-EDIT-SIGNED
                   MOVE WS-EDIT-SIGNED TO RL-VALUE
                   MOVE WS-REPORT-LINE TO EOD-REPORT-LINE
                   WRITE EOD-REPORT-LINE
               ELSE
                   MOVE "FEES VERIFIED AGAINST GL" TO RL-LABEL
                   MOVE "OK" TO RL-VALUE
                   MOVE WS-REPORT-LINE TO EOD-REPORT-LINE
                   WRITE EOD-REPORT-LINE
               END-IF
           END-IF.

      * Only after a verified cut do the current files start over:
      * the next posting run opens them fresh for the new day.
       4000-RESET-CURRENT-FILES.

       8000-FINALIZE.
           CLOSE EOD-REPORT.
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

       END PROGRAM EODARCH.
