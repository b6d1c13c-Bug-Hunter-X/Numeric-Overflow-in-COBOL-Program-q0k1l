       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCONV.
      *
      * One-time conversion of the files that carry a transaction
      * code from the five-digit layout to the nine-digit one:
      * TRANMAST, the CHECKPOINT restart log, SUSPENSE, the
      * acknowledgment files ACKOUT, ACKOPEN and ACKFOLLOW, and
      * WSCODESEQ. Every field other than the codes keeps its
      * value; the fields behind a widened code move along with it.
      *
      * The day files TRANS-OUT, AMTEXCPT and CATEXCPT are empty
      * once EODARCH has cut the day and are not touched; CATCKPT
      * and SRCCKPT carry no codes. TRANSOUT generations are left
      * as they were cut - the programs that read them take either
      * layout.
      *
      * The conversion is taken between days: once GLRECON has
      * completed the business day on BDAYCTL and before TRANPROC
      * opens the next one, with no restore outstanding. Each file
      * is unloaded to CONVWORK in the new layout and reloaded from
      * it. WSCODESEQ is converted last and is the mark that the
      * run is done: a sequence already in the nine-digit layout
      * refuses the run, so nothing is converted twice. A run that
      * stops part way is recovered from the backups taken ahead of
      * it.
      *
      * Records read and written per file go to CONVRPT and to
      * AUDITLOG as a CONVERT event.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DAY-FILE
               ASSIGN TO "BDAYCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAY-CTL-STATUS.

           SELECT WS-CODE-SEQ-FILE
               ASSIGN TO "WSCODESEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CODE-SEQ-STATUS.

           SELECT OLD-TRAN-MASTER
               ASSIGN TO "TRANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TMO-CODE
               ALTERNATE RECORD KEY IS TMO-DATE-CATEGORY
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-MAST-STATUS.

           SELECT TRAN-MASTER
               ASSIGN TO "TRANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TMR-CODE
               ALTERNATE RECORD KEY IS TMR-DATE-CATEGORY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRAN-MAST-STATUS.

           SELECT OLD-CHECKPOINT-FILE
               ASSIGN TO "CHECKPOINT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO "CHECKPOINT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT ACK-FILE
               ASSIGN TO "ACKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT ACK-OPEN
               ASSIGN TO "ACKOPEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OPEN-STATUS.

           SELECT ACK-FOLLOW
               ASSIGN TO "ACKFOLLOW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FOLLOW-STATUS.

           SELECT CONV-WORK
               ASSIGN TO "CONVWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONV-WORK-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT CONV-REPORT
               ASSIGN TO "CONVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DAY-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DAY-FILE-RECORD    PIC X(400).

      * The sequence in either layout: the five-digit one leaves
      * SEQ-OLD-WIDE-PART as filler, never all digits.
       FD  WS-CODE-SEQ-FILE
           RECORDING MODE IS F.
       01  WS-CODE-SEQ-OLD-RECORD.
           05  SEQ-OLD-LAST-CODE       PIC 9(5).
           05  SEQ-OLD-WIDE-PART       PIC X(4).
           05  FILLER                  PIC X(71).
       01  WS-CODE-SEQ-RECORD.
           05  SEQ-LAST-CODE           PIC 9(9).
           05  FILLER                  PIC X(71).

      * TRANMAST in the five-digit layout. TMO-POSTING-DATA is
      * TMR-AMOUNT through TMR-FEE-FLAG.
       FD  OLD-TRAN-MASTER.
       01  TRAN-MASTER-OLD-RECORD.
           05  TMO-CODE                PIC 9(5).
           05  TMO-DATE-CATEGORY       PIC X(10).
           05  TMO-POSTING-DATA        PIC X(36).
           05  TMO-FEE-LINK-CODE       PIC 9(5).
           05  FILLER                  PIC X(24).

       FD  TRAN-MASTER.
           COPY TRANMREC.

      * CHECKPOINT in the five-digit layout. CKO-RUN-DATA is
      * CKP-AMOUNT through CKP-GROSS-CREDITS and CKO-FEE-DATA the
      * two packed fee fields.
       FD  OLD-CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-OLD-RECORD.
           05  CKO-CODE                PIC 9(5).
           05  CKO-RUN-DATA            PIC X(61).
           05  CKO-RUN-START-CODE      PIC 9(5).
           05  CKO-FEE-DATA            PIC X(11).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  CKP-CODE                PIC 9(9).
           05  CKP-RUN-DATA            PIC X(61).
           05  CKP-RUN-START-CODE      PIC 9(9).
           05  CKP-FEE-DATA            PIC X(11).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-FILE-RECORD        PIC X(80).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-FILE-RECORD             PIC X(80).

       FD  ACK-OPEN
           RECORDING MODE IS F.
       01  ACK-OPEN-RECORD             PIC X(80).

       FD  ACK-FOLLOW
           RECORDING MODE IS F.
       01  ACK-FOLLOW-RECORD           PIC X(80).

      * Each file in its new layout, between unload and reload.
       FD  CONV-WORK
           RECORDING MODE IS F.
       01  CONV-WORK-RECORD            PIC X(90).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  CONV-REPORT.
       01  CONV-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BDAY-CTL-STATUS      PIC X(2) VALUE "00".
           05  WS-CODE-SEQ-STATUS      PIC X(2) VALUE "00".
           05  WS-OLD-MAST-STATUS      PIC X(2) VALUE "00".
           05  WS-TRAN-MAST-STATUS     PIC X(2) VALUE "00".
           05  WS-CHECKPOINT-STATUS    PIC X(2) VALUE "00".
           05  WS-SUSPENSE-STATUS      PIC X(2) VALUE "00".
           05  WS-ACK-FILE-STATUS      PIC X(2) VALUE "00".
           05  WS-ACK-OPEN-STATUS      PIC X(2) VALUE "00".
           05  WS-ACK-FOLLOW-STATUS    PIC X(2) VALUE "00".
           05  WS-CONV-WORK-STATUS     PIC X(2) VALUE "00".
           05  WS-AUDIT-LOG-STATUS     PIC X(2) VALUE "00".
           05  WS-SOURCE-EOF           PIC X VALUE "N".
               88  WS-END-OF-SOURCE    VALUE "Y".
           05  WS-WORK-EOF             PIC X VALUE "N".
               88  WS-END-OF-WORK      VALUE "Y".
           05  WS-DAY-FLAG             PIC X VALUE "N".
               88  WS-DAY-ON-RECORD    VALUE "Y".

      * The business day on BDAYCTL.
           COPY BDAYREC.

      * SUSPENSE and acknowledgment records in the five-digit
      * layout; the lead and trail data are the fields either side
      * of the code, unchanged between the layouts.
       01  SUSPENSE-OLD-RECORD.
           05  SUO-LEAD-DATA           PIC X(25).
           05  SUO-ORIG-CODE           PIC 9(5).
           05  SUO-TRAIL-DATA          PIC X(43).
           05  FILLER                  PIC X(7).

           COPY SUSREC.

       01  ACK-OLD-RECORD.
           05  ACO-LEAD-DATA           PIC X(37).
           05  ACO-CODE                PIC 9(5).
           05  ACO-TRAIL-DATA          PIC X(30).
           05  FILLER                  PIC X(8).

           COPY ACKREC.

       01  WS-CONV-FIELDS.
           05  WS-CONV-FILE-NAME       PIC X(10) VALUE SPACES.
           05  WS-CONV-READ            PIC 9(9) VALUE ZEROS.
           05  WS-CONV-WRITTEN         PIC 9(9) VALUE ZEROS.
           05  WS-LAST-CODE            PIC 9(9) VALUE ZEROS.
           05  WS-FILES-CONVERTED      PIC 9(2) VALUE ZEROS.

       01  WS-REPORT-LINE.
           05  RL-LABEL                PIC X(30).
           05  RL-VALUE                PIC X(20).

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT           PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CONVERT-TRAN-MASTER.
           PERFORM 3000-CONVERT-CHECKPOINT.
           PERFORM 4000-CONVERT-SUSPENSE.
           PERFORM 5000-CONVERT-ACK-OUT.
           PERFORM 5100-CONVERT-ACK-OPEN.
           PERFORM 5200-CONVERT-ACK-FOLLOW.
           PERFORM 6000-CONVERT-CODE-SEQUENCE.
           PERFORM 9000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-CHECK-BUSINESS-DAY.
           PERFORM 1200-CHECK-CODE-SEQUENCE.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           OPEN OUTPUT CONV-REPORT.
           MOVE "--- CODE LAYOUT CONVERSION ---" TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE "LAST CODE ISSUED" TO RL-LABEL.
           MOVE WS-LAST-CODE TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.

      * No day on record is a system not yet started; otherwise
      * GLRECON must have completed the day and no restore may be
      * left started or failed on it.
       1100-CHECK-BUSINESS-DAY.
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
           IF WS-DAY-ON-RECORD
               IF NOT BDY-COMPLETE (5)
                   DISPLAY "Error: business day " BDY-BUSINESS-DATE
                       " not completed by GLRECON, conversion "
                       "refused."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF BDY-STARTED (6) OR BDY-FAILED (6)
                   DISPLAY "Error: restore outstanding on business "
                       "day " BDY-BUSINESS-DATE ", conversion "
                       "refused."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1200-CHECK-CODE-SEQUENCE.
           OPEN INPUT WS-CODE-SEQ-FILE.
           IF WS-CODE-SEQ-STATUS = "35"
               DISPLAY "Error: WSCODESEQ not found, conversion "
                   "refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ WS-CODE-SEQ-FILE
               AT END
                   DISPLAY "Error: WSCODESEQ is empty, conversion "
                       "refused."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE WS-CODE-SEQ-FILE.
           IF SEQ-OLD-WIDE-PART NUMERIC
               DISPLAY "Error: WSCODESEQ is already in the "
                   "nine-digit layout, nothing converted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SEQ-OLD-LAST-CODE NOT NUMERIC
               DISPLAY "Error: WSCODESEQ last code '"
                   SEQ-OLD-LAST-CODE "' not numeric, conversion "
                   "refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SEQ-OLD-LAST-CODE TO WS-LAST-CODE.

      * Read in key order, so the reload is in key order too.
       2000-CONVERT-TRAN-MASTER.
           MOVE "TRANMAST" TO WS-CONV-FILE-NAME.
           MOVE ZEROS TO WS-CONV-READ.
           MOVE ZEROS TO WS-CONV-WRITTEN.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT OLD-TRAN-MASTER.
           IF WS-OLD-MAST-STATUS NOT = "35"
               PERFORM 2100-UNLOAD-MASTER
               PERFORM 2200-RELOAD-MASTER
           END-IF.
           PERFORM 7000-REPORT-FILE.

       2100-UNLOAD-MASTER.
           OPEN OUTPUT CONV-WORK.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ OLD-TRAN-MASTER
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONV-READ
                       PERFORM 2110-WIDEN-MASTER
                       WRITE CONV-WORK-RECORD FROM TRAN-MASTER-RECORD
               END-READ
           END-PERFORM.
           CLOSE OLD-TRAN-MASTER.
           CLOSE CONV-WORK.

       2110-WIDEN-MASTER.
           MOVE SPACES TO TRAN-MASTER-RECORD.
           MOVE TMO-CODE TO TMR-CODE.
           MOVE TMO-DATE-CATEGORY TO TMR-DATE-CATEGORY.
           MOVE TMO-POSTING-DATA TO TRAN-MASTER-RECORD(20:36).
           IF TMO-FEE-LINK-CODE NUMERIC
               MOVE TMO-FEE-LINK-CODE TO TMR-FEE-LINK-CODE
           ELSE
               MOVE ZEROS TO TMR-FEE-LINK-CODE
           END-IF.

       2200-RELOAD-MASTER.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT CONV-WORK.
           OPEN OUTPUT TRAN-MASTER.
           PERFORM UNTIL WS-END-OF-WORK
               READ CONV-WORK
                   AT END SET WS-END-OF-WORK TO TRUE
                   NOT AT END
                       MOVE CONV-WORK-RECORD TO TRAN-MASTER-RECORD
                       WRITE TRAN-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "Error: TRANMAST reload "
                                   "refused code " TMR-CODE
                                   ", status " WS-TRAN-MAST-STATUS
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                       END-WRITE
                       ADD 1 TO WS-CONV-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE CONV-WORK.
           CLOSE TRAN-MASTER.

      * A start code from before the restart log carried one reads
      * as the record's own code, as TRANPROC takes it on a restart.
       3000-CONVERT-CHECKPOINT.
           MOVE "CHECKPOINT" TO WS-CONV-FILE-NAME.
           MOVE ZEROS TO WS-CONV-READ.
           MOVE ZEROS TO WS-CONV-WRITTEN.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT OLD-CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "35"
               PERFORM 3100-UNLOAD-CHECKPOINT
               PERFORM 3200-RELOAD-CHECKPOINT
           END-IF.
           PERFORM 7000-REPORT-FILE.

       3100-UNLOAD-CHECKPOINT.
           OPEN OUTPUT CONV-WORK.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ OLD-CHECKPOINT-FILE
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONV-READ
                       MOVE CKO-CODE TO CKP-CODE
                       MOVE CKO-RUN-DATA TO CKP-RUN-DATA
                       IF CKO-RUN-START-CODE NUMERIC
                           MOVE CKO-RUN-START-CODE
                               TO CKP-RUN-START-CODE
                       ELSE
                           MOVE CKO-CODE TO CKP-RUN-START-CODE
                       END-IF
                       MOVE CKO-FEE-DATA TO CKP-FEE-DATA
                       WRITE CONV-WORK-RECORD FROM CHECKPOINT-RECORD
               END-READ
           END-PERFORM.
           CLOSE OLD-CHECKPOINT-FILE.
           CLOSE CONV-WORK.

       3200-RELOAD-CHECKPOINT.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT CONV-WORK.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM UNTIL WS-END-OF-WORK
               READ CONV-WORK
                   AT END SET WS-END-OF-WORK TO TRUE
                   NOT AT END
                       MOVE CONV-WORK-RECORD TO CHECKPOINT-RECORD
                       WRITE CHECKPOINT-RECORD
                       ADD 1 TO WS-CONV-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE CONV-WORK.
           CLOSE CHECKPOINT-FILE.

       4000-CONVERT-SUSPENSE.
           MOVE "SUSPENSE" TO WS-CONV-FILE-NAME.
           MOVE ZEROS TO WS-CONV-READ.
           MOVE ZEROS TO WS-CONV-WRITTEN.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "35"
               PERFORM 4100-UNLOAD-SUSPENSE
               PERFORM 4200-RELOAD-SUSPENSE
           END-IF.
           PERFORM 7000-REPORT-FILE.

       4100-UNLOAD-SUSPENSE.
           OPEN OUTPUT CONV-WORK.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ SUSPENSE-FILE INTO SUSPENSE-OLD-RECORD
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONV-READ
                       MOVE SPACES TO SUSPENSE-RECORD
                       MOVE SUO-LEAD-DATA TO SUSPENSE-RECORD(1:25)
                       MOVE SUO-ORIG-CODE TO SUS-ORIG-CODE
                       MOVE SUO-TRAIL-DATA TO SUSPENSE-RECORD(35:43)
                       WRITE CONV-WORK-RECORD FROM SUSPENSE-RECORD
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           CLOSE CONV-WORK.

       4200-RELOAD-SUSPENSE.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT CONV-WORK.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM UNTIL WS-END-OF-WORK
               READ CONV-WORK
                   AT END SET WS-END-OF-WORK TO TRUE
                   NOT AT END
                       WRITE SUSPENSE-FILE-RECORD
                           FROM CONV-WORK-RECORD(1:80)
                       ADD 1 TO WS-CONV-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE CONV-WORK.
           CLOSE SUSPENSE-FILE.

       5000-CONVERT-ACK-OUT.
           MOVE "ACKOUT" TO WS-CONV-FILE-NAME.
           MOVE ZEROS TO WS-CONV-READ.
           MOVE ZEROS TO WS-CONV-WRITTEN.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-FILE-STATUS NOT = "35"
               PERFORM 5010-UNLOAD-ACK-OUT
               PERFORM 5020-RELOAD-ACK-OUT
           END-IF.
           PERFORM 7000-REPORT-FILE.

       5010-UNLOAD-ACK-OUT.
           OPEN OUTPUT CONV-WORK.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ ACK-FILE INTO ACK-OLD-RECORD
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END PERFORM 5300-WIDEN-ACK
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.
           CLOSE CONV-WORK.

       5020-RELOAD-ACK-OUT.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT CONV-WORK.
           OPEN OUTPUT ACK-FILE.
           PERFORM UNTIL WS-END-OF-WORK
               READ CONV-WORK
                   AT END SET WS-END-OF-WORK TO TRUE
                   NOT AT END
                       WRITE ACK-FILE-RECORD
                           FROM CONV-WORK-RECORD(1:80)
                       ADD 1 TO WS-CONV-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE CONV-WORK.
           CLOSE ACK-FILE.

       5100-CONVERT-ACK-OPEN.
           MOVE "ACKOPEN" TO WS-CONV-FILE-NAME.
           MOVE ZEROS TO WS-CONV-READ.
           MOVE ZEROS TO WS-CONV-WRITTEN.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT ACK-OPEN.
           IF WS-ACK-OPEN-STATUS NOT = "35"
               PERFORM 5110-UNLOAD-ACK-OPEN
               PERFORM 5120-RELOAD-ACK-OPEN
           END-IF.
           PERFORM 7000-REPORT-FILE.

       5110-UNLOAD-ACK-OPEN.
           OPEN OUTPUT CONV-WORK.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ ACK-OPEN INTO ACK-OLD-RECORD
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END PERFORM 5300-WIDEN-ACK
               END-READ
           END-PERFORM.
           CLOSE ACK-OPEN.
           CLOSE CONV-WORK.

       5120-RELOAD-ACK-OPEN.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT CONV-WORK.
           OPEN OUTPUT ACK-OPEN.
           PERFORM UNTIL WS-END-OF-WORK
               READ CONV-WORK
                   AT END SET WS-END-OF-WORK TO TRUE
                   NOT AT END
                       WRITE ACK-OPEN-RECORD
                           FROM CONV-WORK-RECORD(1:80)
                       ADD 1 TO WS-CONV-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE CONV-WORK.
           CLOSE ACK-OPEN.

       5200-CONVERT-ACK-FOLLOW.
           MOVE "ACKFOLLOW" TO WS-CONV-FILE-NAME.
           MOVE ZEROS TO WS-CONV-READ.
           MOVE ZEROS TO WS-CONV-WRITTEN.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT ACK-FOLLOW.
           IF WS-ACK-FOLLOW-STATUS NOT = "35"
               PERFORM 5210-UNLOAD-ACK-FOLLOW
               PERFORM 5220-RELOAD-ACK-FOLLOW
           END-IF.
           PERFORM 7000-REPORT-FILE.

       5210-UNLOAD-ACK-FOLLOW.
           OPEN OUTPUT CONV-WORK.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ ACK-FOLLOW INTO ACK-OLD-RECORD
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END PERFORM 5300-WIDEN-ACK
               END-READ
           END-PERFORM.
           CLOSE ACK-FOLLOW.
           CLOSE CONV-WORK.

       5220-RELOAD-ACK-FOLLOW.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT CONV-WORK.
           OPEN OUTPUT ACK-FOLLOW.
           PERFORM UNTIL WS-END-OF-WORK
               READ CONV-WORK
                   AT END SET WS-END-OF-WORK TO TRUE
                   NOT AT END
                       WRITE ACK-FOLLOW-RECORD
                           FROM CONV-WORK-RECORD(1:80)
                       ADD 1 TO WS-CONV-WRITTEN
               END-READ
           END-PERFORM.
           CLOSE CONV-WORK.
           CLOSE ACK-FOLLOW.

      * A group refusal or a follow-up with no posting carries a
      * zero code, which widens to zeros like any other.
       5300-WIDEN-ACK.
           ADD 1 TO WS-CONV-READ.
           MOVE SPACES TO ACK-RECORD.
           MOVE ACO-LEAD-DATA TO ACK-RECORD(1:37).
           IF ACO-CODE NUMERIC
               MOVE ACO-CODE TO ACK-CODE
           ELSE
               MOVE ZEROS TO ACK-CODE
           END-IF.
           MOVE ACO-TRAIL-DATA TO ACK-RECORD(47:30).
           WRITE CONV-WORK-RECORD FROM ACK-RECORD.

       6000-CONVERT-CODE-SEQUENCE.
           MOVE "WSCODESEQ" TO WS-CONV-FILE-NAME.
           MOVE 1 TO WS-CONV-READ.
           OPEN OUTPUT WS-CODE-SEQ-FILE.
           MOVE SPACES TO WS-CODE-SEQ-RECORD.
           MOVE WS-LAST-CODE TO SEQ-LAST-CODE.
           WRITE WS-CODE-SEQ-RECORD.
           CLOSE WS-CODE-SEQ-FILE.
           MOVE 1 TO WS-CONV-WRITTEN.
           PERFORM 7000-REPORT-FILE.

      * One CONVERT event per file: the file in the field name,
      * records read as the old value and written as the new.
       7000-REPORT-FILE.
           MOVE SPACES TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE WS-CONV-FILE-NAME TO RL-LABEL.
           MOVE SPACES TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE "  RECORDS READ" TO RL-LABEL.
           MOVE WS-CONV-READ TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE "  RECORDS WRITTEN" TO RL-LABEL.
           MOVE WS-CONV-WRITTEN TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALR-TIMESTAMP.
           MOVE "TRANCONV" TO ALR-JOB-ID.
           MOVE WS-CONV-FILE-NAME TO ALR-FIELD-NAME.
           MOVE WS-CONV-READ TO ALR-OLD-VALUE.
           MOVE WS-CONV-WRITTEN TO ALR-NEW-VALUE.
           MOVE "CONVERT" TO ALR-EVENT-TYPE.
           WRITE AUDIT-LOG-RECORD.
           ADD 1 TO WS-FILES-CONVERTED.

       9000-FINALIZE.
           MOVE SPACES TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE "FILES CONVERTED" TO RL-LABEL.
           MOVE WS-FILES-CONVERTED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           CLOSE AUDIT-LOG.
           CLOSE CONV-REPORT.

       END PROGRAM TRANCONV.
