      *
      * GL acknowledgment matching: reads the release TRANPROC
      * recorded on GLSTATUS and the acknowledgment file GLACK the
      * GL team returns, and settles the release. The release has
      * two halves, the "GL" postings and the "FE" fee income, each
      * acknowledged on its own: counts and amounts that agree on
      * both mark it acknowledged, a discrepancy on either marks it
      * disputed with the difference printed on GLRECRPT and logged
      * to AUDITLOG, and a release with either acknowledgment
      * missing stays pending. A day that released no fees needs no
      * fee acknowledgment. TRANPROC's
      * 1020-CHECK-GL-RELEASE refuses to start a new posting run
      * over a release left pending or disputed from a prior day.
      *
      * GLRECON follows EODARCH on BDAYCTL; its completion finishes
      * the business day, and TRANPROC opens the next one.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

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

           SELECT RECON-REPORT
               ASSIGN TO "GLRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
               88  GLS-PENDING         VALUE "P".
               88  GLS-ACKNOWLEDGED    VALUE "A".
               88  GLS-DISPUTED        VALUE "D".
           05  GLS-FEE-COUNT           PIC 9(5).
           05  GLS-FEE-NET             PIC S9(11)V99.
           05  FILLER                  PIC X(27).

      * The GL side returns our run date and job id with the count
      * and amount they accepted, one record per GLCONTROL record
      * acknowledged: the record type "FE" for the fee release, with
      * the net fee signed as it was released; "GL" or blank for the
      * posting release.
       FD  GL-ACK-FILE
           RECORDING MODE IS F.
       01  GL-ACK-RECORD.
           05  GLA-JOB-ID              PIC X(8).
           05  GLA-ACCEPTED-COUNT      PIC 9(5).
           05  GLA-ACCEPTED-AMOUNT     PIC 9(11)V99.
           05  GLA-ACCEPTED-FEE-NET REDEFINES GLA-ACCEPTED-AMOUNT
                                       PIC S9(11)V99.
           05  GLA-RECORD-TYPE         PIC X(2).
           05  FILLER                  PIC X(44).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  BUSINESS-DAY-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DAY-FILE-RECORD    PIC X(400).

       FD  BUSINESS-DAY-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY BDAYOVR.

       FD  BUSINESS-DAY-LOG
           RECORDING MODE IS F.
           COPY BDAYLOG.

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE           PIC X(80).

           05  WS-GL-STATUS-STATUS     PIC X(2) VALUE "00".
           05  WS-GL-ACK-STATUS        PIC X(2) VALUE "00".
           05  WS-AUDIT-LOG-STATUS     PIC X(2) VALUE "00".
           05  WS-BDAY-CTL-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-OVR-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-LOG-STATUS      PIC X(2) VALUE "00".
           05  WS-ACK-EOF              PIC X VALUE "N".
               88  WS-END-OF-ACKS      VALUE "Y".
           05  WS-RELEASE-FLAG         PIC X VALUE "N".
               88  WS-RELEASE-LOADED   VALUE "Y".
           05  WS-MATCH-FLAG           PIC X VALUE "N".
               88  WS-ACK-MATCHED      VALUE "Y".
           05  WS-FEE-MATCH-FLAG       PIC X VALUE "N".
               88  WS-FEE-ACK-MATCHED  VALUE "Y".

      * The business day on BDAYCTL, and this program's step in it.
           COPY BDAYREC.

       01  WS-BDAY-WORK.
           05  WS-BDAY-STEP            PIC 9(1) VALUE 5.
           05  WS-BDAY-STEP-NAME       PIC X(10) VALUE "GLRECON".
           05  WS-BDAY-SUB             PIC 9(1) VALUE ZEROS.
           05  WS-BDAY-REFUSAL         PIC X(30) VALUE SPACES.
           05  WS-BDAY-EVENT           PIC X(8) VALUE SPACES.
           05  WS-BDAY-OVERRIDE-FLAG   PIC X VALUE "N".
               88  WS-BDAY-OVERRIDDEN  VALUE "Y".
           05  WS-BDAY-OPERATOR        PIC X(8) VALUE SPACES.
           05  WS-BDAY-REASON          PIC X(30) VALUE SPACES.

       01  WS-RELEASE.
           05  WS-REL-RUN-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-REL-COUNT            PIC 9(5) VALUE ZEROS.
           05  WS-REL-AMOUNT           PIC 9(11)V99 VALUE ZEROS.
           05  WS-REL-STATUS           PIC X(1) VALUE SPACE.
           05  WS-REL-FEE-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-REL-FEE-NET          PIC S9(11)V99 VALUE ZEROS.

       01  WS-ACK.
           05  WS-ACK-COUNT            PIC 9(5) VALUE ZEROS.
           05  WS-ACK-AMOUNT           PIC 9(11)V99 VALUE ZEROS.
           05  WS-ACK-FEE-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-ACK-FEE-NET          PIC S9(11)V99 VALUE ZEROS.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-FIELD-NAME     PIC X(10).
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-AMOUNT           PIC Z(10)9.99.
           05  WS-EDIT-COUNT            PIC Z(8)9.
           05  WS-EDIT-SIGNED           PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-CHECK-BUSINESS-DAY.
           OPEN OUTPUT RECON-REPORT.
           MOVE "--- GL RECONCILEMENT ---" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           END-IF.
           PERFORM 1100-LOAD-RELEASE.

      * GLRECON settles a release EODARCH has cut and verified. A
      * release left pending or disputed is matched again on the
      * rerun; one already settled is not.
       1010-CHECK-BUSINESS-DAY.
           PERFORM 1020-LOAD-BUSINESS-DAY.
           IF WS-BDAY-REFUSAL = SPACES
               IF NOT BDY-COMPLETE (4)
                   MOVE "EODARCH NOT COMPLETE" TO WS-BDAY-REFUSAL
               END-IF
               IF BDY-COMPLETE (WS-BDAY-STEP)
                   MOVE "GLRECON ALREADY COMPLETE"
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
           MOVE "GLRECON" TO ALR-JOB-ID.
           MOVE WS-BDAY-STEP-NAME TO ALR-FIELD-NAME.
           MOVE BDY-BUSINESS-DATE TO ALR-OLD-VALUE.
           MOVE ZEROS TO ALR-NEW-VALUE.
           MOVE WS-BDAY-EVENT TO ALR-EVENT-TYPE.
           WRITE AUDIT-LOG-RECORD.

       1100-LOAD-RELEASE.
           OPEN INPUT GL-STATUS-FILE.
           IF WS-GL-STATUS-STATUS = "35"
                       MOVE GLS-TRANSACTION-COUNT TO WS-REL-COUNT
                       MOVE GLS-TOTAL-AMOUNT TO WS-REL-AMOUNT
                       MOVE GLS-STATUS TO WS-REL-STATUS
                       PERFORM 1110-LOAD-FEE-RELEASE
                       SET WS-RELEASE-LOADED TO TRUE
               END-READ
               CLOSE GL-STATUS-FILE
           END-IF.

      * A release recorded before fees were carried on GLSTATUS
      * has blanks there, and released no fees.
       1110-LOAD-FEE-RELEASE.
           IF GLS-FEE-COUNT NUMERIC AND GLS-FEE-NET NUMERIC
               MOVE GLS-FEE-COUNT TO WS-REL-FEE-COUNT
               MOVE GLS-FEE-NET TO WS-REL-FEE-NET
           ELSE
               MOVE ZEROS TO WS-REL-FEE-COUNT
               MOVE ZEROS TO WS-REL-FEE-NET
           END-IF.

      * The acknowledgment file may carry several days' responses;
      * the ones carrying our run date and job id settle this
      * release, the posting half and the fee half each by its own.
       2000-MATCH-ACKNOWLEDGMENT.
           MOVE "RELEASE RUN DATE" TO RL-LABEL.
           MOVE WS-REL-RUN-DATE TO RL-VALUE.
           IF WS-GL-ACK-STATUS = "35"
               SET WS-END-OF-ACKS TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-ACKS
                   OR (WS-ACK-MATCHED AND WS-FEE-ACK-MATCHED)
               READ GL-ACK-FILE
                   AT END SET WS-END-OF-ACKS TO TRUE
                   NOT AT END
                       IF GLA-RUN-DATE = WS-REL-RUN-DATE
                           AND GLA-JOB-ID = WS-REL-JOB-ID
                           PERFORM 2100-TAKE-ACKNOWLEDGMENT
                       END-IF
               END-READ
           END-PERFORM.
               WRITE RECON-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 3500-SETTLE-FEE-RELEASE.

       2100-TAKE-ACKNOWLEDGMENT.
           IF GLA-RECORD-TYPE = "FE"
               IF NOT WS-FEE-ACK-MATCHED
                   MOVE GLA-ACCEPTED-COUNT TO WS-ACK-FEE-COUNT
                   MOVE GLA-ACCEPTED-FEE-NET TO WS-ACK-FEE-NET
                   SET WS-FEE-ACK-MATCHED TO TRUE
               END-IF
           ELSE
               IF NOT WS-ACK-MATCHED
                   MOVE GLA-ACCEPTED-COUNT TO WS-ACK-COUNT
                   MOVE GLA-ACCEPTED-AMOUNT TO WS-ACK-AMOUNT
                   SET WS-ACK-MATCHED TO TRUE
               END-IF
           END-IF.

       3000-SETTLE-RELEASE.
           IF WS-ACK-COUNT = WS-REL-COUNT
               PERFORM 4000-WRITE-AUDIT-RECORD
           END-IF.

      * Runs after the posting half has been settled, so a fee
      * discrepancy disputes a release whose postings agreed, and a
      * missing fee acknowledgment keeps it pending.
       3500-SETTLE-FEE-RELEASE.
           EVALUATE TRUE
               WHEN WS-FEE-ACK-MATCHED
                   AND WS-ACK-FEE-COUNT = WS-REL-FEE-COUNT
                   AND WS-ACK-FEE-NET = WS-REL-FEE-NET
                   MOVE "FEE RELEASE ACKNOWLEDGED" TO RL-LABEL
                   MOVE "OK" TO RL-VALUE
                   MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               WHEN WS-FEE-ACK-MATCHED
                   MOVE "D" TO WS-REL-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3600-REPORT-FEE-DISCREPANCY
               WHEN WS-REL-FEE-COUNT = ZEROS
                   AND WS-REL-FEE-NET = ZEROS
                   MOVE "NO FEES RELEASED" TO RL-LABEL
                   MOVE "NOTHING TO MATCH" TO RL-VALUE
                   MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               WHEN OTHER
                   MOVE "NO FEE ACKNOWLEDGMENT" TO RL-LABEL
                   MOVE "RELEASE STAYS PENDING" TO RL-VALUE
                   MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
                   IF WS-REL-STATUS = "A"
                       MOVE "P" TO WS-REL-STATUS
                   END-IF
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       3600-REPORT-FEE-DISCREPANCY.
           MOVE "*** FEE RELEASE DISPUTED ***" TO RL-LABEL.
           MOVE "SEE GL TEAM" TO RL-VALUE.
           MOVE WS-REPORT-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WS-ACK-FEE-COUNT NOT = WS-REL-FEE-COUNT
               MOVE "RELEASED FEE COUNT" TO RL-LABEL
               MOVE WS-REL-FEE-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RL-VALUE
               MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE "GL ACCEPTED FEE COUNT" TO RL-LABEL
               MOVE WS-ACK-FEE-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RL-VALUE
               MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE "GLFEECOUNT" TO WS-AUDIT-FIELD-NAME
               MOVE WS-REL-FEE-COUNT TO WS-AUDIT-OLD-VALUE
               MOVE WS-ACK-FEE-COUNT TO WS-AUDIT-NEW-VALUE
               MOVE "ERROR" TO WS-AUDIT-EVENT-TYPE
               PERFORM 4000-WRITE-AUDIT-RECORD
           END-IF.
           IF WS-ACK-FEE-NET NOT = WS-REL-FEE-NET
               MOVE "RELEASED FEE NET" TO RL-LABEL
               MOVE WS-REL-FEE-NET TO WS-EDIT-SIGNED
               MOVE WS-EDIT-SIGNED TO RL-VALUE
               MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE "GL ACCEPTED FEE NET" TO RL-LABEL
               MOVE WS-ACK-FEE-NET TO WS-EDIT-SIGNED
               MOVE WS-EDIT-SIGNED TO RL-VALUE
               MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE "GLFEENET" TO WS-AUDIT-FIELD-NAME
               MOVE WS-REL-FEE-NET TO WS-AUDIT-OLD-VALUE
               MOVE WS-ACK-FEE-NET TO WS-AUDIT-NEW-VALUE
               MOVE "ERROR" TO WS-AUDIT-EVENT-TYPE
               PERFORM 4000-WRITE-AUDIT-RECORD
           END-IF.

       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALR-TIMESTAMP.
           MOVE "GLRECON" TO ALR-JOB-ID.
           MOVE WS-REL-COUNT TO GLS-TRANSACTION-COUNT.
           MOVE WS-REL-AMOUNT TO GLS-TOTAL-AMOUNT.
           MOVE WS-REL-STATUS TO GLS-STATUS.
           MOVE WS-REL-FEE-COUNT TO GLS-FEE-COUNT.
           MOVE WS-REL-FEE-NET TO GLS-FEE-NET.
           WRITE GL-STATUS-RECORD.
           CLOSE GL-STATUS-FILE.

       8000-FINALIZE.
           CLOSE AUDIT-LOG.
           CLOSE RECON-REPORT.
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

       END PROGRAM GLRECON.
