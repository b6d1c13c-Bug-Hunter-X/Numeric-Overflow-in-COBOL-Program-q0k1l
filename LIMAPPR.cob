      * Every decision carries the operator and reason, goes on
      * the queue record, and is logged to AUDITLOG; items with no
      * decision pass through pending and are listed on LIMAPRPT.
      * Decisions are also reported on ACKFOLLOW, for TRANPROC to
      * return to the item's origin.
      *
      * A decision takes effect only for an operator holding
      * authority for it on OPERAUTH. An approval above the
      * operator's ceiling also waits for a second, different
      * operator to confirm it with a "K" record keyed to the same
      * item; until then it is carried on LIMCONFN (operations
      * copies it back over LIMCONF) and tried again on the next
      * run. A decision keyed today for an item that already has
      * one carried replaces it. Refused, unconfirmed and replaced
      * decisions are listed on LIMAPRPT and logged to AUDITLOG.
      *
      * The ceiling is in base currency. An item captured in another
      * currency is valued at the latest rate on FXRATES; an
      * approval that finds no rate is treated as over the ceiling,
      * rather than weighed at a guess, and needs the same
      * confirmation.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "LIMAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACK-FOLLOW
               ASSIGN TO "ACKFOLLOW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FOLLOW-STATUS.

           SELECT AUTH-FILE
               ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT CONF-IN
               ASSIGN TO "LIMCONF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONF-IN-STATUS.

           SELECT CONF-OUT
               ASSIGN TO "LIMCONFN"
               ORGANIZATION IS SEQUENTIAL.

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
       FD  APPROVE-QUEUE
       01  QUEUE-OUT-RECORD            PIC X(94).

      * One decision per record, keyed to the queued item by
      * timestamp and transaction reference. A "K" record confirms
      * the decision keyed for the same item; its operator is the
      * confirming operator.
       FD  DECISION-IN
           RECORDING MODE IS F.
       01  DECISION-RECORD.
           05  DCR-ACTION              PIC X(1).
               88  DCR-APPROVE         VALUE "A".
               88  DCR-DECLINE         VALUE "D".
               88  DCR-CONFIRM         VALUE "K".
           05  DCR-TIMESTAMP           PIC 9(14).
           05  DCR-TRAN-REF            PIC X(12).
           05  DCR-OPERATOR            PIC X(8).
           05  REL-TRAN-TYPE           PIC X(1).
           05  REL-TRAN-REF            PIC X(12).
           05  REL-APPROVAL-FLAG       PIC X(1).
           05  REL-CURRENCY            PIC X(3).
           05  REL-VALUE-DATE          PIC 9(8).
           05  FILLER                  PIC X(43).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       FD  APPR-REPORT.
       01  APPR-REPORT-LINE            PIC X(80).

       FD  ACK-FOLLOW
           RECORDING MODE IS F.
           COPY ACKREC.

       FD  AUTH-FILE
           RECORDING MODE IS F.
           COPY AUTHREC.

      * Decisions held for confirmation, in LIMAPPIN layout.
       FD  CONF-IN
           RECORDING MODE IS F.
       01  CONF-IN-RECORD              PIC X(80).

       FD  CONF-OUT
           RECORDING MODE IS F.
       01  CONF-OUT-RECORD             PIC X(80).

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
           05  WS-APPROVE-Q-STATUS     PIC X(2) VALUE "00".
           05  WS-DECISION-IN-STATUS   PIC X(2) VALUE "00".
           05  WS-AUDIT-LOG-STATUS     PIC X(2) VALUE "00".
           05  WS-ACK-FOLLOW-STATUS    PIC X(2) VALUE "00".
           05  WS-AUTH-FILE-STATUS     PIC X(2) VALUE "00".
           05  WS-CONF-IN-STATUS       PIC X(2) VALUE "00".
           05  WS-RUN-PARM-STATUS      PIC X(2) VALUE "00".
           05  WS-FX-RATE-STATUS       PIC X(2) VALUE "00".
           05  WS-QUEUE-EOF            PIC X VALUE "N".
               88  WS-END-OF-QUEUE     VALUE "Y".
           05  WS-DECISION-EOF         PIC X VALUE "N".
               88  WS-END-OF-DECISIONS VALUE "Y".
           05  WS-AUTH-EOF             PIC X VALUE "N".
               88  WS-END-OF-AUTH      VALUE "Y".
           05  WS-CONF-IN-EOF          PIC X VALUE "N".
               88  WS-END-OF-CONF-IN   VALUE "Y".
           05  WS-FX-RATE-EOF          PIC X VALUE "N".
               88  WS-END-OF-FX-RATES  VALUE "Y".

       01  WS-COUNTERS.
           05  WS-QUEUE-READ           PIC 9(9) VALUE ZEROS.
           05  WS-APPROVED-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-DECLINED-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-CARRIED-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-REFUSED-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-HELD-COUNT           PIC 9(9) VALUE ZEROS.
           05  WS-SUPERSEDED-COUNT     PIC 9(9) VALUE ZEROS.

      * Decisions keyed by queue timestamp plus reference; each
      * may apply to exactly one pending item.
               10  WS-DEC-OPERATOR     PIC X(8).
               10  WS-DEC-REASON       PIC X(20).
               10  WS-DEC-USED         PIC X.
                   88  WS-DEC-OPEN     VALUE "N".
                   88  WS-DEC-APPLIED  VALUE "Y".
                   88  WS-DEC-SUPERSEDED VALUE "S".
               10  WS-DEC-CARRIED      PIC X.
                   88  WS-DEC-FROM-CONF VALUE "Y".

       01  WS-DECISION-WORK.
           05  WS-DEC-COUNT            PIC 9(3) VALUE ZEROS.
           05  WS-DEC-MATCH-FLAG       PIC X VALUE "N".
               88  WS-DEC-MATCHED      VALUE "Y".
           05  WS-DEC-MATCH-IDX        PIC 9(3) VALUE ZEROS.
           05  WS-LOAD-SOURCE          PIC X VALUE "T".
               88  WS-LOADING-CARRIED  VALUE "C".
               88  WS-LOADING-TODAY    VALUE "T".

      * Confirmations keyed by queue timestamp plus reference; each
      * confirms the decision for exactly one pending item.
       01  WS-CONF-TABLE.
           05  WS-CONF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CONF-IDX.
               10  WS-CONF-TIMESTAMP   PIC 9(14).
               10  WS-CONF-TRAN-REF    PIC X(12).
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
               10  WS-OPA-CEILING      PIC 9(9)V99.

       01  WS-AUTH-WORK.
           05  WS-OPA-COUNT            PIC 9(3) VALUE ZEROS.
           05  WS-AUTH-OPERATOR        PIC X(8) VALUE SPACES.
           05  WS-AUTH-ACTION          PIC X(1) VALUE SPACE.
           05  WS-AUTH-AMOUNT          PIC 9(13)V99 VALUE ZEROS.
           05  WS-AUTH-CEILING         PIC 9(9)V99 VALUE ZEROS.
           05  WS-AUTH-TALLY           PIC 9(2) VALUE ZEROS.
           05  WS-AUTH-FOUND-FLAG      PIC X VALUE "N".
               88  WS-AUTH-FOUND       VALUE "Y".
           05  WS-AUTH-RESULT          PIC X VALUE "C".
               88  WS-AUTH-CLEARED     VALUE "C".
               88  WS-AUTH-HELD        VALUE "H".
               88  WS-AUTH-REFUSED     VALUE "R".

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
           05  WS-FX-TODAY             PIC 9(8) VALUE ZEROS.
           05  WS-CAPTURED-AMOUNT      PIC S9(7)V99 VALUE ZEROS.
           05  WS-CAPTURED-CURRENCY    PIC X(3) VALUE SPACES.
           05  WS-BASE-AMOUNT          PIC S9(13)V99 VALUE ZEROS.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-EVENT-TYPE     PIC X(10).
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-AUTHORITY.
           PERFORM 1070-LOAD-BASE-CURRENCY.
           PERFORM 1080-LOAD-FX-RATES.
           PERFORM 1100-LOAD-DECISIONS.
           OPEN INPUT APPROVE-QUEUE.
           IF WS-APPROVE-Q-STATUS NOT = "00"
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           OPEN EXTEND ACK-FOLLOW.
           IF WS-ACK-FOLLOW-STATUS = "35"
               OPEN OUTPUT ACK-FOLLOW
           END-IF.
           OPEN OUTPUT CONF-OUT.
           MOVE "--- OVER-LIMIT QUEUE ---" TO APPR-REPORT-LINE.
           WRITE APPR-REPORT-LINE.
           READ APPROVE-QUEUE
               AT END SET WS-END-OF-QUEUE TO TRUE
           END-READ.

      * Only this program's authority is loaded; an operator with
      * none may key nothing here.
       1050-LOAD-AUTHORITY.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-FILE-STATUS = "35"
               DISPLAY "Warning: no operator authority file, "
                   "every decision will be refused."
           ELSE
               PERFORM UNTIL WS-END-OF-AUTH
                   READ AUTH-FILE
                       AT END SET WS-END-OF-AUTH TO TRUE
                       NOT AT END PERFORM 1060-LOAD-ONE-AUTHORITY
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
           END-IF.

       1060-LOAD-ONE-AUTHORITY.
           IF OPA-PROGRAM = "LIMAPPR"
               AND OPA-OPERATOR NOT = SPACES
               IF WS-OPA-COUNT < 200
                   ADD 1 TO WS-OPA-COUNT
                   SET WS-OPA-IDX TO WS-OPA-COUNT
                   MOVE OPA-OPERATOR TO WS-OPA-OPERATOR (WS-OPA-IDX)
                   MOVE OPA-ACTIONS TO WS-OPA-ACTIONS (WS-OPA-IDX)
                   IF OPA-CEILING NUMERIC
                       MOVE OPA-CEILING
                           TO WS-OPA-CEILING (WS-OPA-IDX)
                   ELSE
                       MOVE ZEROS TO WS-OPA-CEILING (WS-OPA-IDX)
                   END-IF
               ELSE
                   DISPLAY "Error: more than 200 operator authorities."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1070-LOAD-BASE-CURRENCY.
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

      * A decision may be keyed days after the item was queued, so
      * each currency takes its latest rate dated today or earlier.
      * A missing file or an unusable entry only leaves the
      * currencies concerned without a rate.
       1080-LOAD-FX-RATES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FX-TODAY.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-RATE-STATUS = "35"
               DISPLAY "Warning: no rate file, only base-currency "
                   "amounts can be valued."
           ELSE
               PERFORM UNTIL WS-END-OF-FX-RATES
                   READ FX-RATE-FILE
                       AT END SET WS-END-OF-FX-RATES TO TRUE
                       NOT AT END PERFORM 1090-REGISTER-FX-RATE
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       1090-REGISTER-FX-RATE.
           IF FXR-RATE-DATE NOT NUMERIC OR FXR-RATE NOT NUMERIC
               OR FXR-RATE = ZEROS
               DISPLAY "Warning: unusable rate for currency "
                   FXR-CURRENCY ", entry skipped."
           ELSE
               IF FXR-RATE-DATE NOT > WS-FX-TODAY
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

      * Decisions held for confirmation on an earlier run load
      * first, so they meet their item ahead of anything keyed
      * today. A decision keyed today for the same item replaces
      * the one carried.
       1100-LOAD-DECISIONS.
           SET WS-LOADING-CARRIED TO TRUE.
           OPEN INPUT CONF-IN.
           IF WS-CONF-IN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-CONF-IN
                   READ CONF-IN
                       AT END SET WS-END-OF-CONF-IN TO TRUE
                       NOT AT END
                           MOVE CONF-IN-RECORD TO DECISION-RECORD
                           PERFORM 1110-LOAD-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE CONF-IN
           END-IF.
           SET WS-LOADING-TODAY TO TRUE.
           OPEN INPUT DECISION-IN.
           IF WS-DECISION-IN-STATUS = "35"
               CONTINUE
           END-IF.

       1110-LOAD-ONE-DECISION.
           IF NOT DCR-APPROVE AND NOT DCR-DECLINE AND NOT DCR-CONFIRM
               DISPLAY "Warning: decision action '" DCR-ACTION
                   "' not A, D or K, record skipped."
           ELSE
               IF DCR-OPERATOR = SPACES
                   DISPLAY "Warning: decision for " DCR-TRAN-REF
                       " carries no operator, record skipped."
               ELSE
                   IF DCR-CONFIRM
                       PERFORM 1130-STORE-CONFIRMATION
                   ELSE
                       PERFORM 1120-STORE-DECISION
                   END-IF
               END-IF
           END-IF.

       1120-STORE-DECISION.
           IF WS-LOADING-TODAY
               PERFORM 1125-SUPERSEDE-CARRIED
           END-IF.
           IF WS-DEC-COUNT < 500
               ADD 1 TO WS-DEC-COUNT
               SET WS-DEC-IDX TO WS-DEC-COUNT
               MOVE DCR-OPERATOR TO WS-DEC-OPERATOR (WS-DEC-IDX)
               MOVE DCR-REASON TO WS-DEC-REASON (WS-DEC-IDX)
               MOVE "N" TO WS-DEC-USED (WS-DEC-IDX)
               IF WS-LOADING-CARRIED
                   MOVE "Y" TO WS-DEC-CARRIED (WS-DEC-IDX)
               ELSE
                   MOVE "N" TO WS-DEC-CARRIED (WS-DEC-IDX)
               END-IF
           ELSE
               DISPLAY "Error: more than 500 decisions."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1125-SUPERSEDE-CARRIED.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
               IF WS-DEC-FROM-CONF (WS-DEC-IDX)
                   AND WS-DEC-OPEN (WS-DEC-IDX)
                   AND WS-DEC-TIMESTAMP (WS-DEC-IDX) = DCR-TIMESTAMP
                   AND WS-DEC-TRAN-REF (WS-DEC-IDX) = DCR-TRAN-REF
                   MOVE "S" TO WS-DEC-USED (WS-DEC-IDX)
               END-IF
           END-PERFORM.

       1130-STORE-CONFIRMATION.
           IF WS-CONF-COUNT < 500
               ADD 1 TO WS-CONF-COUNT
               SET WS-CONF-IDX TO WS-CONF-COUNT
               MOVE DCR-TIMESTAMP TO WS-CONF-TIMESTAMP (WS-CONF-IDX)
               MOVE DCR-TRAN-REF TO WS-CONF-TRAN-REF (WS-CONF-IDX)
               MOVE DCR-OPERATOR TO WS-CONF-OPERATOR (WS-CONF-IDX)
               MOVE "N" TO WS-CONF-USED (WS-CONF-IDX)
           ELSE
               DISPLAY "Error: more than 500 confirmations."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESS-QUEUE.
           ADD 1 TO WS-QUEUE-READ.
           IF APQ-PENDING
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
                   OR WS-DEC-MATCHED
               IF WS-DEC-OPEN (WS-DEC-IDX)
                   AND WS-DEC-TIMESTAMP (WS-DEC-IDX) = APQ-TIMESTAMP
                   AND WS-DEC-TRAN-REF (WS-DEC-IDX) = APQ-TRAN-REF
                   SET WS-DEC-MATCH-IDX TO WS-DEC-IDX
       2200-APPLY-DECISION.
           SET WS-DEC-IDX TO WS-DEC-MATCH-IDX.
           MOVE "Y" TO WS-DEC-USED (WS-DEC-IDX).
           PERFORM 2600-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN WS-AUTH-CLEARED
                   PERFORM 2250-APPLY-MATCHED-ACTION
               WHEN WS-AUTH-HELD
                   ADD 1 TO WS-PENDING-COUNT
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 2650-HOLD-FOR-CONFIRMATION
                   IF NOT WS-FX-RATE-FOUND
                       MOVE "NO FX RATE" TO WS-AUDIT-EVENT-TYPE
                   ELSE
                       MOVE "UNCONFIRM" TO WS-AUDIT-EVENT-TYPE
                   END-IF
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   PERFORM 2400-LIST-ITEM
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED" TO WS-AUDIT-EVENT-TYPE
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   PERFORM 2400-LIST-ITEM
           END-EVALUATE.

       2250-APPLY-MATCHED-ACTION.
           MOVE WS-DEC-OPERATOR (WS-DEC-IDX) TO APQ-OPERATOR.
           MOVE WS-DEC-REASON (WS-DEC-IDX) TO APQ-REASON.
           IF WS-DEC-ACTION (WS-DEC-IDX) = "A"
               MOVE "DECLINED" TO PND-NOTE
           END-IF.
           PERFORM 4000-WRITE-AUDIT-RECORD.
           PERFORM 2500-WRITE-FOLLOW-UP.
           PERFORM 2400-LIST-ITEM.

       2300-WRITE-RELEASE.
           MOVE APQ-TRAN-TYPE TO REL-TRAN-TYPE.
           MOVE APQ-TRAN-REF TO REL-TRAN-REF.
           MOVE "A" TO REL-APPROVAL-FLAG.
           MOVE APQ-CURRENCY TO REL-CURRENCY.
           MOVE ZEROS TO REL-VALUE-DATE.
           WRITE RELEASE-RECORD.

       2400-LIST-ITEM.
           WRITE APPR-REPORT-LINE.
           MOVE SPACES TO PND-NOTE.

      * An approved item goes back to posting under its own
      * reference.
       2500-WRITE-FOLLOW-UP.
           MOVE SPACES TO ACK-RECORD.
           MOVE "F" TO ACK-TYPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ACK-RUN-DATE.
           MOVE APQ-TRAN-REF TO ACK-TRAN-REF.
           MOVE ZEROS TO ACK-CODE.
           MOVE APQ-LIMIT-TYPE TO ACK-REASON-CODE.
           MOVE APQ-TIMESTAMP TO ACK-EXCEPTION-TS.
           IF APQ-APPROVED
               MOVE "APPROVED" TO ACK-DISPOSITION
               MOVE APQ-TRAN-REF TO ACK-NEW-TRAN-REF
           ELSE
               MOVE "DECLINED" TO ACK-DISPOSITION
           END-IF.
           WRITE ACK-RECORD.

      * Segregation of duties: the operator who keyed the decision
      * must hold authority for it on OPERAUTH, and an approval
      * above that operator's ceiling waits for a second, different
      * operator holding the same authority, with a ceiling that
      * covers it, to confirm it. A confirmation keyed for a
      * decision that needed none is simply used up. The amount is
      * weighed in base currency; an approval that cannot be valued
      * for want of a rate is treated as over the ceiling.
       2600-CHECK-AUTHORITY.
           SET WS-AUTH-CLEARED TO TRUE.
           MOVE APQ-AMOUNT TO WS-CAPTURED-AMOUNT.
           MOVE APQ-CURRENCY TO WS-CAPTURED-CURRENCY.
           PERFORM 2620-VALUE-IN-BASE.
           MOVE WS-BASE-AMOUNT TO WS-AUTH-AMOUNT.
           MOVE WS-DEC-ACTION (WS-DEC-IDX) TO WS-AUTH-ACTION.
           MOVE WS-DEC-OPERATOR (WS-DEC-IDX) TO WS-AUTH-OPERATOR.
           PERFORM 3000-FIND-AUTHORITY.
           PERFORM 3100-FIND-CONFIRMATION.
           IF NOT WS-AUTH-FOUND
               SET WS-AUTH-REFUSED TO TRUE
               MOVE "NOT AUTHORISED" TO PND-NOTE
           ELSE
               IF WS-AUTH-ACTION = "A"
                   IF NOT WS-FX-RATE-FOUND
                       OR WS-AUTH-AMOUNT > WS-AUTH-CEILING
                       PERFORM 2610-CHECK-CONFIRMATION
                   END-IF
                   IF WS-AUTH-HELD AND NOT WS-FX-RATE-FOUND
                       MOVE "NO FX RATE" TO PND-NOTE
                   END-IF
               END-IF
           END-IF.

       2610-CHECK-CONFIRMATION.
           IF NOT WS-CONF-MATCHED
               SET WS-AUTH-HELD TO TRUE
               MOVE "AWAITING CONFIRM" TO PND-NOTE
           ELSE
               SET WS-CONF-IDX TO WS-CONF-MATCH-IDX
               IF WS-CONF-OPERATOR (WS-CONF-IDX) = WS-AUTH-OPERATOR
                   SET WS-AUTH-HELD TO TRUE
                   MOVE "SELF-CONFIRMED" TO PND-NOTE
               ELSE
                   MOVE WS-CONF-OPERATOR (WS-CONF-IDX)
                       TO WS-AUTH-OPERATOR
                   PERFORM 3000-FIND-AUTHORITY
                   IF NOT WS-AUTH-FOUND
                       OR WS-AUTH-AMOUNT > WS-AUTH-CEILING
                       SET WS-AUTH-HELD TO TRUE
                       MOVE "CONFIRMER NOT AUTH" TO PND-NOTE
                   END-IF
               END-IF
           END-IF.

      * A blank currency, or the base currency itself, needs no
      * rate. An amount that cannot be valued is left at zero.
       2620-VALUE-IN-BASE.
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

      * The decision goes back out as keyed, for the next run to
      * try again.
       2650-HOLD-FOR-CONFIRMATION.
           MOVE SPACES TO DECISION-RECORD.
           MOVE WS-DEC-ACTION (WS-DEC-IDX) TO DCR-ACTION.
           MOVE WS-DEC-TIMESTAMP (WS-DEC-IDX) TO DCR-TIMESTAMP.
           MOVE WS-DEC-TRAN-REF (WS-DEC-IDX) TO DCR-TRAN-REF.
           MOVE WS-DEC-OPERATOR (WS-DEC-IDX) TO DCR-OPERATOR.
           MOVE WS-DEC-REASON (WS-DEC-IDX) TO DCR-REASON.
           WRITE CONF-OUT-RECORD FROM DECISION-RECORD.

       3000-FIND-AUTHORITY.
           MOVE "N" TO WS-AUTH-FOUND-FLAG.
           MOVE ZEROS TO WS-AUTH-CEILING.
           PERFORM VARYING WS-OPA-IDX FROM 1 BY 1
                   UNTIL WS-OPA-IDX > WS-OPA-COUNT
                   OR WS-AUTH-FOUND
               IF WS-OPA-OPERATOR (WS-OPA-IDX) = WS-AUTH-OPERATOR
                   MOVE ZEROS TO WS-AUTH-TALLY
                   INSPECT WS-OPA-ACTIONS (WS-OPA-IDX)
                       TALLYING WS-AUTH-TALLY FOR ALL WS-AUTH-ACTION
                   IF WS-AUTH-TALLY > ZEROS
                       MOVE WS-OPA-CEILING (WS-OPA-IDX)
                           TO WS-AUTH-CEILING
                       SET WS-AUTH-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       3100-FIND-CONFIRMATION.
           MOVE "N" TO WS-CONF-MATCH-FLAG.
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-COUNT
                   OR WS-CONF-MATCHED
               IF NOT WS-CONF-APPLIED (WS-CONF-IDX)
                   AND WS-CONF-TIMESTAMP (WS-CONF-IDX) = APQ-TIMESTAMP
                   AND WS-CONF-TRAN-REF (WS-CONF-IDX) = APQ-TRAN-REF
                   SET WS-CONF-MATCH-IDX TO WS-CONF-IDX
                   MOVE "Y" TO WS-CONF-USED (WS-CONF-IDX)
                   SET WS-CONF-MATCHED TO TRUE
               END-IF
           END-PERFORM.

       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALR-TIMESTAMP.
           MOVE "LIMAPPR" TO ALR-JOB-ID.

       8000-PRINT-SUMMARY.
           PERFORM 8100-LIST-UNMATCHED-DECISIONS.
           PERFORM 8200-LIST-SUPERSEDED-DECISIONS.
           MOVE SPACES TO APPR-REPORT-LINE.
           WRITE APPR-REPORT-LINE.
           MOVE "QUEUE ITEMS READ" TO RL-LABEL.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO APPR-REPORT-LINE.
           WRITE APPR-REPORT-LINE.
           MOVE "REFUSED (NO AUTHORITY)" TO RL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO APPR-REPORT-LINE.
           WRITE APPR-REPORT-LINE.
           MOVE "AWAITING CONFIRMATION" TO RL-LABEL.
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO APPR-REPORT-LINE.
           WRITE APPR-REPORT-LINE.
           MOVE "SUPERSEDED" TO RL-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO APPR-REPORT-LINE.
           WRITE APPR-REPORT-LINE.
           MOVE "ALREADY CLOSED (CARRIED)" TO RL-LABEL.
           MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
       8100-LIST-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
               IF WS-DEC-OPEN (WS-DEC-IDX)
                   MOVE SPACES TO WS-PENDING-LINE
                   MOVE WS-DEC-TIMESTAMP (WS-DEC-IDX)
                       TO PND-TIMESTAMP
                   WRITE APPR-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-COUNT
               IF NOT WS-CONF-APPLIED (WS-CONF-IDX)
                   MOVE SPACES TO WS-PENDING-LINE
                   MOVE WS-CONF-TIMESTAMP (WS-CONF-IDX)
                       TO PND-TIMESTAMP
                   MOVE WS-CONF-TRAN-REF (WS-CONF-IDX)
                       TO PND-TRAN-REF
                   MOVE "NOTHING TO CONFIRM" TO PND-NOTE
                   MOVE WS-PENDING-LINE TO APPR-REPORT-LINE
                   WRITE APPR-REPORT-LINE
               END-IF
           END-PERFORM.

      * A carried decision replaced by one keyed today is listed
      * and logged, so the change of mind can be traced. The queue
      * has been read to its end, so the amounts logged are zero.
       8200-LIST-SUPERSEDED-DECISIONS.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
               IF WS-DEC-SUPERSEDED (WS-DEC-IDX)
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   MOVE SPACES TO WS-PENDING-LINE
                   MOVE WS-DEC-TIMESTAMP (WS-DEC-IDX)
                       TO PND-TIMESTAMP
                   MOVE WS-DEC-TRAN-REF (WS-DEC-IDX)
                       TO PND-TRAN-REF
                   MOVE "SUPERSEDED" TO PND-NOTE
                   MOVE WS-PENDING-LINE TO APPR-REPORT-LINE
                   WRITE APPR-REPORT-LINE
                   MOVE ZEROS TO APQ-AMOUNT
                   MOVE ZEROS TO APQ-LIMIT-VALUE
                   MOVE "SUPERSEDED" TO WS-AUDIT-EVENT-TYPE
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-PERFORM.

       9000-FINALIZE.
           CLOSE APPROVE-QUEUE.
           CLOSE RELEASE-FILE.
           CLOSE AUDIT-LOG.
           CLOSE APPR-REPORT.
           CLOSE ACK-FOLLOW.
           CLOSE CONF-OUT.

       END PROGRAM LIMAPPR.
