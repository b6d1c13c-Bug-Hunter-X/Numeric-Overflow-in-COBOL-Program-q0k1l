       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDAYINQ.
      *
      * Business-day inquiry: prints where the nightly chain stands
      * from BDAYCTL - the business day in hand, each step's latest
      * outcome, return code, run count and time, and the override
      * it went ahead on if any - then the step due next and the
      * refusals and overrides BDAYLOG holds for the day. Report is
      * BDAYRPT; the program reads only, and may be run at any point
      * in the chain.
      *
      * A step shown STARTED with no outcome is one that passed its
      * start-up check and never got as far as recording how it
      * ended: an abend, or a run still going.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DAY-FILE
               ASSIGN TO "BDAYCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAY-CTL-STATUS.

           SELECT BUSINESS-DAY-LOG
               ASSIGN TO "BDAYLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAY-LOG-STATUS.

           SELECT BDAY-REPORT
               ASSIGN TO "BDAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DAY-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DAY-FILE-RECORD    PIC X(400).

       FD  BUSINESS-DAY-LOG
           RECORDING MODE IS F.
           COPY BDAYLOG.

       FD  BDAY-REPORT.
       01  BDAY-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BDAY-CTL-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-LOG-STATUS      PIC X(2) VALUE "00".
           05  WS-LOG-EOF              PIC X VALUE "N".
               88  WS-END-OF-LOG       VALUE "Y".
           05  WS-DAY-FLAG             PIC X VALUE "N".
               88  WS-DAY-ON-RECORD    VALUE "Y".

           COPY BDAYREC.

      * Step names in BDAYCTL order, as the override file keys them.
       01  WS-STEP-TABLE.
           05  WS-STEP-NAME OCCURS 6 TIMES PIC X(10).

       01  WS-STEP-WORK.
           05  WS-STEP-SUB             PIC 9(1) VALUE ZEROS.
           05  WS-NEXT-SUB             PIC 9(1) VALUE ZEROS.
           05  WS-LOG-COUNT            PIC 9(5) VALUE ZEROS.

       01  WS-TIMESTAMP-WORK.
           05  WS-TS                   PIC 9(14) VALUE ZEROS.
           05  WS-TS-PARTS REDEFINES WS-TS.
               10  WS-TS-YEAR          PIC X(4).
               10  WS-TS-MONTH         PIC X(2).
               10  WS-TS-DAY           PIC X(2).
               10  WS-TS-HOUR          PIC X(2).
               10  WS-TS-MINUTE        PIC X(2).
               10  WS-TS-SECOND        PIC X(2).

       01  WS-TS-EDIT.
           05  TSE-YEAR                PIC X(4).
           05  FILLER                  PIC X VALUE "-".
           05  TSE-MONTH               PIC X(2).
           05  FILLER                  PIC X VALUE "-".
           05  TSE-DAY                 PIC X(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  TSE-HOUR                PIC X(2).
           05  FILLER                  PIC X VALUE ":".
           05  TSE-MINUTE              PIC X(2).
           05  FILLER                  PIC X VALUE ":".
           05  TSE-SECOND              PIC X(2).

       01  WS-STEP-HEADING.
           05  FILLER                  PIC X(12) VALUE "STEP".
           05  FILLER                  PIC X(12) VALUE "STATUS".
           05  FILLER                  PIC X(6) VALUE "  RC".
           05  FILLER                  PIC X(5) VALUE "RUNS".
           05  FILLER                  PIC X(21) VALUE "LAST OUTCOME".
           05  FILLER                  PIC X(8) VALUE "OVERRIDE".

       01  WS-STEP-LINE.
           05  STP-NAME                PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  STP-STATUS              PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  STP-RC                  PIC Z(3)9.
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  STP-RUNS                PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  STP-TIMESTAMP           PIC X(19).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  STP-OPERATOR            PIC X(8).

       01  WS-LOG-LINE.
           05  LOG-TIMESTAMP           PIC X(19).
           05  FILLER                  PIC X VALUE SPACE.
           05  LOG-STEP                PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  LOG-EVENT               PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LOG-OPERATOR            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  LOG-TEXT                PIC X(30).

       01  WS-REPORT-LINE.
           05  RL-LABEL                PIC X(30).
           05  RL-VALUE                PIC X(30).

       01  WS-EDIT-COUNT               PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF WS-DAY-ON-RECORD
               PERFORM 2000-PRINT-STEPS
               PERFORM 2500-PRINT-NEXT-STEP
               PERFORM 3000-PRINT-DAY-LOG
           END-IF.
           PERFORM 9000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE "INTRADAY" TO WS-STEP-NAME (1).
           MOVE "DAYCLOSE" TO WS-STEP-NAME (2).
           MOVE "BALPROOF" TO WS-STEP-NAME (3).
           MOVE "EODARCH" TO WS-STEP-NAME (4).
           MOVE "GLRECON" TO WS-STEP-NAME (5).
           MOVE "BATCHREST" TO WS-STEP-NAME (6).
           OPEN OUTPUT BDAY-REPORT.
           OPEN INPUT BUSINESS-DAY-FILE.
           IF WS-BDAY-CTL-STATUS = "35"
               CONTINUE
           ELSE
               READ BUSINESS-DAY-FILE INTO BUSINESS-DAY-RECORD
                   AT END CONTINUE
                   NOT AT END SET WS-DAY-ON-RECORD TO TRUE
               END-READ
               CLOSE BUSINESS-DAY-FILE
           END-IF.
           MOVE "--- BUSINESS DAY STATUS ---" TO RL-LABEL.
           IF WS-DAY-ON-RECORD
               MOVE BDY-BUSINESS-DATE TO RL-VALUE
           ELSE
               MOVE "NO BUSINESS DAY ON RECORD" TO RL-VALUE
           END-IF.
           MOVE WS-REPORT-LINE TO BDAY-REPORT-LINE.
           WRITE BDAY-REPORT-LINE.

       2000-PRINT-STEPS.
           MOVE SPACES TO BDAY-REPORT-LINE.
           WRITE BDAY-REPORT-LINE.
           MOVE WS-STEP-HEADING TO BDAY-REPORT-LINE.
           WRITE BDAY-REPORT-LINE.
           PERFORM 2100-PRINT-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 6.

       2100-PRINT-ONE-STEP.
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO STP-NAME.
           EVALUATE TRUE
               WHEN BDY-COMPLETE (WS-STEP-SUB)
                   MOVE "COMPLETE" TO STP-STATUS
               WHEN BDY-FAILED (WS-STEP-SUB)
                   MOVE "FAILED" TO STP-STATUS
               WHEN BDY-STARTED (WS-STEP-SUB)
                   MOVE "STARTED" TO STP-STATUS
               WHEN OTHER
                   MOVE "NOT RUN" TO STP-STATUS
           END-EVALUATE.
           IF BDY-NOT-RUN (WS-STEP-SUB)
               MOVE ZEROS TO STP-RC
               MOVE ZEROS TO STP-RUNS
               MOVE SPACES TO STP-TIMESTAMP
               MOVE SPACES TO STP-OPERATOR
           ELSE
               MOVE BDY-RETURN-CODE (WS-STEP-SUB) TO STP-RC
               MOVE BDY-RUN-COUNT (WS-STEP-SUB) TO STP-RUNS
               MOVE BDY-TIMESTAMP (WS-STEP-SUB) TO WS-TS
               PERFORM 7000-FORMAT-TIMESTAMP
               MOVE WS-TS-EDIT TO STP-TIMESTAMP
               MOVE BDY-OVERRIDE-OPERATOR (WS-STEP-SUB)
                   TO STP-OPERATOR
           END-IF.
           MOVE WS-STEP-LINE TO BDAY-REPORT-LINE.
           WRITE BDAY-REPORT-LINE.
           IF NOT BDY-NOT-RUN (WS-STEP-SUB)
               AND BDY-OVERRIDE-REASON (WS-STEP-SUB) NOT = SPACES
               MOVE "  OVERRIDE REASON" TO RL-LABEL
               MOVE BDY-OVERRIDE-REASON (WS-STEP-SUB) TO RL-VALUE
               MOVE WS-REPORT-LINE TO BDAY-REPORT-LINE
               WRITE BDAY-REPORT-LINE
           END-IF.

      * The chain is due at the first of DAYCLOSE through GLRECON
      * not yet complete; once GLRECON has completed the day is
      * finished and the next TRANPROC run opens a new one.
       2500-PRINT-NEXT-STEP.
           MOVE ZEROS TO WS-NEXT-SUB.
           PERFORM VARYING WS-STEP-SUB FROM 5 BY -1
                   UNTIL WS-STEP-SUB < 2
               IF NOT BDY-COMPLETE (WS-STEP-SUB)
                   MOVE WS-STEP-SUB TO WS-NEXT-SUB
               END-IF
           END-PERFORM.
           MOVE SPACES TO BDAY-REPORT-LINE.
           WRITE BDAY-REPORT-LINE.
           MOVE "NEXT STEP DUE" TO RL-LABEL.
           IF WS-NEXT-SUB = ZEROS
               MOVE "NONE - DAY FINISHED" TO RL-VALUE
           ELSE
               MOVE WS-STEP-NAME (WS-NEXT-SUB) TO RL-VALUE
           END-IF.
           MOVE WS-REPORT-LINE TO BDAY-REPORT-LINE.
           WRITE BDAY-REPORT-LINE.
           IF WS-NEXT-SUB NOT = ZEROS
               IF BDY-STARTED (WS-NEXT-SUB)
                   OR BDY-FAILED (WS-NEXT-SUB)
                   MOVE "  RERUN OR RESTART OWED" TO RL-LABEL
                   MOVE WS-STEP-NAME (WS-NEXT-SUB) TO RL-VALUE
                   MOVE WS-REPORT-LINE TO BDAY-REPORT-LINE
                   WRITE BDAY-REPORT-LINE
               END-IF
           END-IF.

      * Refusals and overrides for the day in hand, in the order
      * they were logged.
       3000-PRINT-DAY-LOG.
           MOVE SPACES TO BDAY-REPORT-LINE.
           WRITE BDAY-REPORT-LINE.
           MOVE "REFUSALS AND OVERRIDES" TO BDAY-REPORT-LINE.
           WRITE BDAY-REPORT-LINE.
           OPEN INPUT BUSINESS-DAY-LOG.
           IF WS-BDAY-LOG-STATUS = "35"
               SET WS-END-OF-LOG TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-LOG
               READ BUSINESS-DAY-LOG
                   AT END SET WS-END-OF-LOG TO TRUE
                   NOT AT END
                       IF BDL-BUSINESS-DATE = BDY-BUSINESS-DATE
                           PERFORM 3100-PRINT-ONE-LOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BDAY-LOG-STATUS NOT = "35"
               CLOSE BUSINESS-DAY-LOG
           END-IF.
           MOVE "ENTRIES FOR THE DAY" TO RL-LABEL.
           MOVE WS-LOG-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO BDAY-REPORT-LINE.
           WRITE BDAY-REPORT-LINE.

       3100-PRINT-ONE-LOG-ENTRY.
           ADD 1 TO WS-LOG-COUNT.
           MOVE BDL-TIMESTAMP TO WS-TS.
           PERFORM 7000-FORMAT-TIMESTAMP.
           MOVE WS-TS-EDIT TO LOG-TIMESTAMP.
           MOVE BDL-STEP TO LOG-STEP.
           MOVE BDL-EVENT TO LOG-EVENT.
           MOVE BDL-OPERATOR TO LOG-OPERATOR.
           MOVE BDL-REFUSAL TO LOG-TEXT.
           MOVE WS-LOG-LINE TO BDAY-REPORT-LINE.
           WRITE BDAY-REPORT-LINE.
           IF BDL-OVERRIDE
               MOVE SPACES TO WS-LOG-LINE
               MOVE BDL-REASON TO LOG-TEXT
               MOVE WS-LOG-LINE TO BDAY-REPORT-LINE
               WRITE BDAY-REPORT-LINE
           END-IF.

       7000-FORMAT-TIMESTAMP.
           MOVE WS-TS-YEAR TO TSE-YEAR.
           MOVE WS-TS-MONTH TO TSE-MONTH.
           MOVE WS-TS-DAY TO TSE-DAY.
           MOVE WS-TS-HOUR TO TSE-HOUR.
           MOVE WS-TS-MINUTE TO TSE-MINUTE.
           MOVE WS-TS-SECOND TO TSE-SECOND.

       9000-FINALIZE.
           CLOSE BDAY-REPORT.

       END PROGRAM BDAYINQ.
