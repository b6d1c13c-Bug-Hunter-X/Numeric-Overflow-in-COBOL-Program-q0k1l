      * A deactivation is refused while the category still carries
      * a non-zero checkpointed total on CATCKPT: a code with money
      * in flight cannot be retired out from under the run.
      *
      * A transaction takes effect only for an operator holding
      * authority for its action on OPERAUTH. A limit change - an
      * "L", or an add carrying limits - also waits for a second,
      * different operator to confirm it with a "K" record; until
      * then it is carried on CATPENDN with the other carries and
      * tried again on the next run. Refused and unconfirmed
      * changes are listed on CATMNTRPT and logged to AUDITLOG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "CATMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUTH-FILE
               ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-MASTER
      * code, "C" changes its description, "D" deactivates it, "R"
      * reactivates it, "L" sets its posting limits; the change
      * takes effect on the first run on or after the effective
      * date. Blank limits on an add mean no ceiling. Action "K"
      * confirms a limit change: it repeats the change's code,
      * effective date and limits, and its operator is the
      * confirming operator. CMT-CONFIRMED-BY is filled in by this
      * program on a confirmed change it carries, never keyed.
       FD  MAINT-IN
           RECORDING MODE IS F.
       01  MAINT-RECORD.
               88  CMT-DEACTIVATE      VALUE "D".
               88  CMT-REACTIVATE      VALUE "R".
               88  CMT-SET-LIMITS      VALUE "L".
               88  CMT-CONFIRM         VALUE "K".
           05  CMT-CATEGORY-CODE       PIC X(2).
           05  CMT-DESCRIPTION         PIC X(20).
           05  CMT-EFFECTIVE-DATE      PIC X(8).
           05  CMT-DAILY-LIMIT         PIC X(11).
           05  CMT-DAILY-LIMIT-N REDEFINES
               CMT-DAILY-LIMIT         PIC 9(9)V99.
           05  CMT-CONFIRMED-BY        PIC X(8).
           05  FILLER                  PIC X(13).

       FD  PENDING-IN
           RECORDING MODE IS F.
       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE           PIC X(80).

       FD  AUTH-FILE
           RECORDING MODE IS F.
           COPY AUTHREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CAT-MAST-STATUS      PIC X(2) VALUE "00".
           05  WS-PENDING-IN-STATUS    PIC X(2) VALUE "00".
           05  WS-CAT-CKPT-STATUS      PIC X(2) VALUE "00".
           05  WS-AUDIT-LOG-STATUS     PIC X(2) VALUE "00".
           05  WS-AUTH-FILE-STATUS     PIC X(2) VALUE "00".
           05  WS-CAT-MAST-EOF         PIC X VALUE "N".
               88  WS-END-OF-CAT-MAST  VALUE "Y".
           05  WS-MAINT-EOF            PIC X VALUE "N".
               88  WS-END-OF-PENDING   VALUE "Y".
           05  WS-CAT-CKPT-EOF         PIC X VALUE "N".
               88  WS-END-OF-CAT-CKPT  VALUE "Y".
           05  WS-AUTH-EOF             PIC X VALUE "N".
               88  WS-END-OF-AUTH      VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

           05  WS-APPLIED-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-REFUSED-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-CARRIED-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-HELD-COUNT           PIC 9(9) VALUE ZEROS.
           05  WS-MASTER-WRITTEN       PIC 9(9) VALUE ZEROS.

       01  WS-CATEGORY-TABLE.
           05  WS-REFUSE-REASON        PIC X(20) VALUE SPACES.
           05  WS-MAINT-VALID-FLAG     PIC X VALUE "Y".
               88  WS-MAINT-IS-VALID   VALUE "Y".
           05  WS-CONFIRM-FLAG         PIC X VALUE "N".
               88  WS-AWAITING-CONFIRM VALUE "Y".

      * Limit-change confirmations, keyed by category code,
      * effective date and the limits as keyed; each confirms
      * exactly one change.
       01  WS-CONF-TABLE.
           05  WS-CONF-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CONF-IDX.
               10  WS-CONF-CATEGORY    PIC X(2).
               10  WS-CONF-EFF-DATE    PIC X(8).
               10  WS-CONF-TXN-LIMIT   PIC X(9).
               10  WS-CONF-DAILY-LIMIT PIC X(11).
               10  WS-CONF-OPERATOR    PIC X(8).
               10  WS-CONF-USED        PIC X.
                   88  WS-CONF-APPLIED VALUE "Y".

       01  WS-CONF-WORK.
           05  WS-CONF-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-CONF-MATCH-FLAG      PIC X VALUE "N".
               88  WS-CONF-MATCHED     VALUE "Y".
           05  WS-CONF-MATCH-IDX       PIC 9(3) VALUE ZEROS.

      * This program's operator authority, from OPERAUTH.
       01  WS-AUTH-TABLE.
           05  WS-OPA-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-OPA-IDX.
               10  WS-OPA-OPERATOR     PIC X(8).
               10  WS-OPA-ACTIONS      PIC X(6).

       01  WS-AUTH-WORK.
           05  WS-OPA-COUNT            PIC 9(3) VALUE ZEROS.
           05  WS-AUTH-OPERATOR        PIC X(8) VALUE SPACES.
           05  WS-AUTH-ACTION          PIC X(1) VALUE SPACE.
           05  WS-AUTH-TALLY           PIC 9(2) VALUE ZEROS.
           05  WS-AUTH-FOUND-FLAG      PIC X VALUE "N".
               88  WS-AUTH-FOUND       VALUE "Y".

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-EVENT-TYPE     PIC X(10).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 1100-LOAD-CATEGORY-MASTER.
           PERFORM 1200-LOAD-CHECKPOINT-TOTALS.
           PERFORM 1250-LOAD-AUTHORITY.
           PERFORM 1350-LOAD-CONFIRMATIONS.
           OPEN OUTPUT CATEGORY-OUT.
           OPEN OUTPUT PENDING-OUT.
           OPEN OUTPUT MAINT-REPORT.
                   TO WS-CATEGORY-TOTAL (WS-CAT-IDX)
           END-IF.

      * Only this program's authority is loaded; an operator with
      * none may key nothing here.
       1250-LOAD-AUTHORITY.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-FILE-STATUS = "35"
               DISPLAY "Warning: no operator authority file, "
                   "every transaction will be refused."
           ELSE
               PERFORM UNTIL WS-END-OF-AUTH
                   READ AUTH-FILE
                       AT END SET WS-END-OF-AUTH TO TRUE
                       NOT AT END PERFORM 1260-LOAD-ONE-AUTHORITY
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
           END-IF.

       1260-LOAD-ONE-AUTHORITY.
           IF OPA-PROGRAM = "CATMNT"
               AND OPA-OPERATOR NOT = SPACES
               IF WS-OPA-COUNT < 200
                   ADD 1 TO WS-OPA-COUNT
                   SET WS-OPA-IDX TO WS-OPA-COUNT
                   MOVE OPA-OPERATOR TO WS-OPA-OPERATOR (WS-OPA-IDX)
                   MOVE OPA-ACTIONS TO WS-OPA-ACTIONS (WS-OPA-IDX)
               ELSE
                   DISPLAY "Error: more than 200 operator authorities."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1300-OPEN-PENDING.
           OPEN INPUT PENDING-IN.
           IF WS-PENDING-IN-STATUS = "35"
               END-READ
           END-IF.

      * Confirmations are gathered ahead of the run, so a limit
      * change carried on CATPEND - worked before today's
      * transactions are read - can meet the "K" keyed for it today.
       1350-LOAD-CONFIRMATIONS.
           OPEN INPUT MAINT-IN.
           IF WS-MAINT-IN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-MAINT
                   READ MAINT-IN
                       AT END SET WS-END-OF-MAINT TO TRUE
                       NOT AT END
                           IF CMT-CONFIRM
                               PERFORM 1360-STORE-CONFIRMATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-IN
               MOVE "N" TO WS-MAINT-EOF
           END-IF.

       1360-STORE-CONFIRMATION.
           IF WS-CONF-COUNT < 200
               ADD 1 TO WS-CONF-COUNT
               SET WS-CONF-IDX TO WS-CONF-COUNT
               MOVE CMT-CATEGORY-CODE
                   TO WS-CONF-CATEGORY (WS-CONF-IDX)
               MOVE CMT-EFFECTIVE-DATE
                   TO WS-CONF-EFF-DATE (WS-CONF-IDX)
               MOVE CMT-TXN-LIMIT
                   TO WS-CONF-TXN-LIMIT (WS-CONF-IDX)
               MOVE CMT-DAILY-LIMIT
                   TO WS-CONF-DAILY-LIMIT (WS-CONF-IDX)
               MOVE CMT-OPERATOR
                   TO WS-CONF-OPERATOR (WS-CONF-IDX)
               MOVE "N" TO WS-CONF-USED (WS-CONF-IDX)
           ELSE
               DISPLAY "Error: more than 200 confirmations."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-OPEN-MAINT.
           OPEN INPUT MAINT-IN.
           IF WS-MAINT-IN-STATUS = "35"
               AT END SET WS-END-OF-PENDING TO TRUE
           END-READ.

      * Confirmations were gathered by 1350. A confirming operator
      * comes only from a "K", never from the transaction itself.
       2500-PROCESS-MAINT.
           IF NOT CMT-CONFIRM
               MOVE SPACES TO CMT-CONFIRMED-BY
               PERFORM 2600-WORK-ONE-MAINT
           END-IF.
           READ MAINT-IN
               AT END SET WS-END-OF-MAINT TO TRUE
           END-READ.
       2600-WORK-ONE-MAINT.
           ADD 1 TO WS-MAINT-READ.
           PERFORM 2700-VALIDATE-MAINT.
           IF WS-MAINT-IS-VALID
               PERFORM 2750-CHECK-AUTHORITY
           END-IF.
           IF NOT WS-MAINT-IS-VALID
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 2900-LIST-MAINT
           ELSE
               IF WS-AWAITING-CONFIRM
                   ADD 1 TO WS-HELD-COUNT
                   WRITE PENDING-OUT-RECORD FROM MAINT-RECORD
                   MOVE "UNCONFIRM" TO WS-AUDIT-EVENT-TYPE
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   PERFORM 2900-LIST-MAINT
               ELSE
                   IF CMT-EFFECTIVE-DATE > WS-RUN-DATE
                       ADD 1 TO WS-CARRIED-COUNT
                       WRITE PENDING-OUT-RECORD FROM MAINT-RECORD
                       MOVE "CARRIED TO EFF DATE"
                           TO WS-REFUSE-REASON
                       PERFORM 2900-LIST-MAINT
                   ELSE
                       PERFORM 2800-APPLY-MAINT
                   END-IF
               END-IF
           END-IF.

               END-EVALUATE
           END-IF.

      * Segregation of duties: the operator who keyed the
      * transaction must hold authority for its action on OPERAUTH,
      * and a limit change waits for a second, different operator
      * holding the same authority to confirm it. Once confirmed,
      * the confirming operator travels with the change, so one
      * carried to its effective date is not confirmed twice.
       2750-CHECK-AUTHORITY.
           MOVE "N" TO WS-CONFIRM-FLAG.
           MOVE CMT-OPERATOR TO WS-AUTH-OPERATOR.
           MOVE CMT-ACTION TO WS-AUTH-ACTION.
           PERFORM 3200-FIND-AUTHORITY.
           IF NOT WS-AUTH-FOUND
               MOVE "NOT AUTHORISED" TO WS-REFUSE-REASON
               MOVE "N" TO WS-MAINT-VALID-FLAG
               MOVE "REFUSED" TO WS-AUDIT-EVENT-TYPE
               PERFORM 4000-WRITE-AUDIT-RECORD
           ELSE
               IF (CMT-SET-LIMITS
                   OR (CMT-ADD
                       AND (CMT-TXN-LIMIT NOT = SPACES
                         OR CMT-DAILY-LIMIT NOT = SPACES)))
                   AND CMT-CONFIRMED-BY = SPACES
                   PERFORM 2760-CHECK-CONFIRMATION
               END-IF
           END-IF.

       2760-CHECK-CONFIRMATION.
           PERFORM 3300-FIND-CONFIRMATION.
           IF NOT WS-CONF-MATCHED
               SET WS-AWAITING-CONFIRM TO TRUE
               MOVE "AWAITING CONFIRM" TO WS-REFUSE-REASON
           ELSE
               SET WS-CONF-IDX TO WS-CONF-MATCH-IDX
               IF WS-CONF-OPERATOR (WS-CONF-IDX) = CMT-OPERATOR
                   SET WS-AWAITING-CONFIRM TO TRUE
                   MOVE "SELF-CONFIRMED" TO WS-REFUSE-REASON
               ELSE
                   MOVE WS-CONF-OPERATOR (WS-CONF-IDX)
                       TO WS-AUTH-OPERATOR
                   PERFORM 3200-FIND-AUTHORITY
                   IF WS-AUTH-FOUND
                       MOVE WS-CONF-OPERATOR (WS-CONF-IDX)
                           TO CMT-CONFIRMED-BY
                   ELSE
                       SET WS-AWAITING-CONFIRM TO TRUE
                       MOVE "CONFIRMER NOT AUTH" TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

      * 3100 left WS-CAT-IDX on the matched entry (or, for an add,
      * WS-CAT-FREE-IDX on the first free slot).
       2800-APPLY-MAINT.
               SET WS-CAT-IDX DOWN BY 1
           END-IF.

       3200-FIND-AUTHORITY.
           MOVE "N" TO WS-AUTH-FOUND-FLAG.
           PERFORM VARYING WS-OPA-IDX FROM 1 BY 1
                   UNTIL WS-OPA-IDX > WS-OPA-COUNT
                   OR WS-AUTH-FOUND
               IF WS-OPA-OPERATOR (WS-OPA-IDX) = WS-AUTH-OPERATOR
                   MOVE ZEROS TO WS-AUTH-TALLY
                   INSPECT WS-OPA-ACTIONS (WS-OPA-IDX)
                       TALLYING WS-AUTH-TALLY FOR ALL WS-AUTH-ACTION
                   IF WS-AUTH-TALLY > ZEROS
                       SET WS-AUTH-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       3300-FIND-CONFIRMATION.
           MOVE "N" TO WS-CONF-MATCH-FLAG.
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-COUNT
                   OR WS-CONF-MATCHED
               IF NOT WS-CONF-APPLIED (WS-CONF-IDX)
                   AND WS-CONF-CATEGORY (WS-CONF-IDX)
                       = CMT-CATEGORY-CODE
                   AND WS-CONF-EFF-DATE (WS-CONF-IDX)
                       = CMT-EFFECTIVE-DATE
                   AND WS-CONF-TXN-LIMIT (WS-CONF-IDX)
                       = CMT-TXN-LIMIT
                   AND WS-CONF-DAILY-LIMIT (WS-CONF-IDX)
                       = CMT-DAILY-LIMIT
                   SET WS-CONF-MATCH-IDX TO WS-CONF-IDX
                   MOVE "Y" TO WS-CONF-USED (WS-CONF-IDX)
                   SET WS-CONF-MATCHED TO TRUE
               END-IF
           END-PERFORM.

       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALR-TIMESTAMP.
           MOVE "CATMNT" TO ALR-JOB-ID.
           END-PERFORM.

       8000-PRINT-SUMMARY.
           PERFORM 8100-LIST-UNUSED-CONFIRMATIONS.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE "MAINTENANCE READ" TO RL-LABEL.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE "AWAITING CONFIRMATION" TO RL-LABEL.
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE "MASTER RECORDS WRITTEN" TO RL-LABEL.
           MOVE WS-MASTER-WRITTEN TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       8100-LIST-UNUSED-CONFIRMATIONS.
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-COUNT
               IF NOT WS-CONF-APPLIED (WS-CONF-IDX)
                   MOVE SPACES TO WS-MAINT-LINE
                   MOVE "K" TO MNT-ACTION
                   MOVE WS-CONF-CATEGORY (WS-CONF-IDX)
                       TO MNT-CATEGORY
                   MOVE WS-CONF-EFF-DATE (WS-CONF-IDX)
                       TO MNT-EFFECTIVE-DATE
                   MOVE WS-CONF-OPERATOR (WS-CONF-IDX)
                       TO MNT-OPERATOR
                   MOVE "NOTHING TO CONFIRM" TO MNT-NOTE
                   MOVE WS-MAINT-LINE TO MAINT-REPORT-LINE
                   WRITE MAINT-REPORT-LINE
               END-IF
           END-PERFORM.

       9000-FINALIZE.
           IF WS-PENDING-IN-STATUS NOT = "35"
               CLOSE PENDING-IN
