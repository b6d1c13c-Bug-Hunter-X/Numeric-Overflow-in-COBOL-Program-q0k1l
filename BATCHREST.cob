      * goes to RESTRPT and to AUDITLOG, so the rerun leaves proof
      * of what was put back. AUDITLOG itself is restored from its
      * generation first and the restore entries appended after.
      *
      * A restore is taken only once EODARCH has cut the business
      * day on BDAYCTL and GLRECON has run on it. A completed restore
      * reopens the day from BALPROOF onward; an override of the
      * start-up check is logged again after AUDITLOG is put back.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJECTS"
               ASSIGN TO "APPROVEQ"
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

           SELECT RESTORE-REPORT
               ASSIGN TO "RESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORDING MODE IS F.
       01  APPROVE-OUT-RECORD          PIC X(94).

       FD  BUSINESS-DAY-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DAY-FILE-RECORD    PIC X(400).

       FD  BUSINESS-DAY-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY BDAYOVR.

       FD  BUSINESS-DAY-LOG
           RECORDING MODE IS F.
           COPY BDAYLOG.

       FD  RESTORE-REPORT.
       01  RESTORE-REPORT-LINE         PIC X(80).

           05  WS-REST-PRM-STATUS      PIC X(2) VALUE "00".
           05  WS-GEN-CAT-STATUS       PIC X(2) VALUE "00".
           05  WS-GEN-FILE-STATUS      PIC X(2) VALUE "00".
           05  WS-AUDIT-LOG-STATUS     PIC X(2) VALUE "00".
           05  WS-BDAY-CTL-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-OVR-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-LOG-STATUS      PIC X(2) VALUE "00".
           05  WS-CAT-EOF              PIC X VALUE "N".
               88  WS-END-OF-CATALOG   VALUE "Y".
           05  WS-GEN-EOF              PIC X VALUE "N".

       01  WS-RESTORE-DATE             PIC 9(8) VALUE ZEROS.

      * The business day on BDAYCTL, and this program's step in it.
           COPY BDAYREC.

       01  WS-BDAY-WORK.
           05  WS-BDAY-STEP            PIC 9(1) VALUE 6.
           05  WS-BDAY-STEP-NAME       PIC X(10) VALUE "BATCHREST".
           05  WS-BDAY-SUB             PIC 9(1) VALUE ZEROS.
           05  WS-BDAY-REFUSAL         PIC X(30) VALUE SPACES.
           05  WS-BDAY-EVENT           PIC X(8) VALUE SPACES.
           05  WS-BDAY-OVERRIDE-FLAG   PIC X VALUE "N".
               88  WS-BDAY-OVERRIDDEN  VALUE "Y".
           05  WS-BDAY-OPERATOR        PIC X(8) VALUE SPACES.
           05  WS-BDAY-REASON          PIC X(30) VALUE SPACES.

      * One entry per generation in the fixed order EODARCH cuts
      * them; the verify pass fills in what each bracket proved and
      * what the catalog promised.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-CHECK-BUSINESS-DAY.
           OPEN INPUT RESTORE-PARAMS.
           IF WS-REST-PRM-STATUS NOT = "00"
               DISPLAY "Error: cannot open restore parameter file, "
           MOVE WS-REPORT-LINE TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.

      * A restore answers a day that has been cut and sent to the
      * GL: EODARCH must be complete and GLRECON must have run,
      * whatever it found.
       1010-CHECK-BUSINESS-DAY.
           PERFORM 1020-LOAD-BUSINESS-DAY.
           IF WS-BDAY-REFUSAL = SPACES
               IF BDY-NOT-RUN (5) OR BDY-STARTED (5)
                   MOVE "GLRECON HAS NOT RUN" TO WS-BDAY-REFUSAL
               END-IF
               IF NOT BDY-COMPLETE (4)
                   MOVE "EODARCH NOT COMPLETE" TO WS-BDAY-REFUSAL
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
           PERFORM 9150-WRITE-BUSINESS-DAY.

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
           MOVE "BATCHRST" TO ALR-JOB-ID.
           MOVE WS-BDAY-STEP-NAME TO ALR-FIELD-NAME.
           MOVE BDY-BUSINESS-DATE TO ALR-OLD-VALUE.
           MOVE ZEROS TO ALR-NEW-VALUE.
           MOVE WS-BDAY-EVENT TO ALR-EVENT-TYPE.
           WRITE AUDIT-LOG-RECORD.

      * The catalog must know each generation being put back: a
      * restore from a data set the catalog never cut is exactly
      * the kind of blind copy this program exists to replace.
               MOVE "RESTORE" TO ALR-EVENT-TYPE
               WRITE AUDIT-LOG-RECORD
           END-PERFORM.
           IF WS-BDAY-OVERRIDDEN
               MOVE "OVERRIDE" TO WS-BDAY-EVENT
               PERFORM 1060-WRITE-BUSINESS-DAY-AUDIT
           END-IF.
           CLOSE AUDIT-LOG.

      * The eight generations and eight current files each need

       9000-FINALIZE.
           CLOSE RESTORE-REPORT.
           PERFORM 9100-RECORD-BUSINESS-DAY.

      * The step's outcome on BDAYCTL. A completed restore puts the
      * day's files back as they stood before the cut, so the proof,
      * the cut, and the GL match are all owed again.
       9100-RECORD-BUSINESS-DAY.
           IF RETURN-CODE < 8
               SET BDY-COMPLETE (WS-BDAY-STEP) TO TRUE
               PERFORM VARYING WS-BDAY-SUB FROM 3 BY 1
                       UNTIL WS-BDAY-SUB > 5
                   SET BDY-NOT-RUN (WS-BDAY-SUB) TO TRUE
               END-PERFORM
           ELSE
               SET BDY-FAILED (WS-BDAY-STEP) TO TRUE
           END-IF.
           MOVE RETURN-CODE TO BDY-RETURN-CODE (WS-BDAY-STEP).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO BDY-TIMESTAMP (WS-BDAY-STEP).
           PERFORM 9150-WRITE-BUSINESS-DAY.

       9150-WRITE-BUSINESS-DAY.
           OPEN OUTPUT BUSINESS-DAY-FILE.
           WRITE BUSINESS-DAY-FILE-RECORD FROM BUSINESS-DAY-RECORD.
           CLOSE BUSINESS-DAY-FILE.

       END PROGRAM BATCHREST.
