      * Each reject carries a status so nothing is fixed twice or
      * forgotten: pending rejects with no correction pass through
      * unchanged and are listed by reason code on REJFIXRPT.
      *
      * Every resubmission and write-off is also reported on
      * ACKFOLLOW, for TRANPROC to return to the reject's origin.
      *
      * A decision takes effect only for an operator holding
      * authority for it on OPERAUTH. A write-off above the
      * operator's ceiling also waits for a second, different
      * operator to confirm it with a "K" record keyed to the same
      * reject; until then it is carried on REJCONFN (operations
      * copies it back over REJCONF) and tried again on the next
      * run. A decision keyed today for a reject that already has
      * one carried replaces it. Refused, unconfirmed and replaced
      * decisions are listed on REJFIXRPT and logged to AUDITLOG.
      *
      * The ceiling is in base currency. A reject captured in another
      * currency is valued at the latest rate on FXRATES; a write-off
      * that finds no rate is treated as over the ceiling, rather
      * than weighed at a guess, and needs the same confirmation.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "REJFIXRPT"
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
               ASSIGN TO "REJCONF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONF-IN-STATUS.

           SELECT CONF-OUT
               ASSIGN TO "REJCONFN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

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
       FD  REJECT-FILE

      * One correction or write-off per record, keyed to the reject
      * by timestamp and transaction reference. Blank new-amount or
      * new-category means keep the rejected value. A "K" record
      * confirms the decision keyed for the same reject; its
      * operator is the confirming operator.
       FD  FIX-IN
           RECORDING MODE IS F.
       01  FIX-RECORD.
           05  FXR-ACTION              PIC X(1).
               88  FXR-CORRECT         VALUE "C".
               88  FXR-WRITE-OFF       VALUE "W".
               88  FXR-CONFIRM         VALUE "K".
           05  FXR-TIMESTAMP           PIC 9(14).
           05  FXR-TRAN-REF            PIC X(12).
           05  FXR-NEW-AMOUNT          PIC X(9).
           05  RSB-SOURCE              PIC X(1).
           05  RSB-TRAN-TYPE           PIC X(1).
           05  RSB-TRAN-REF            PIC X(12).
           05  RSB-APPROVAL-FLAG       PIC X(1).
           05  RSB-CURRENCY            PIC X(3).
           05  RSB-VALUE-DATE          PIC 9(8).
           05  FILLER                  PIC X(43).

       FD  FIX-REPORT.
       01  FIX-REPORT-LINE             PIC X(80).

       FD  ACK-FOLLOW
           RECORDING MODE IS F.
           COPY ACKREC.

       FD  AUTH-FILE
           RECORDING MODE IS F.
           COPY AUTHREC.

      * Decisions held for confirmation, in REJFIXIN layout.
       FD  CONF-IN
           RECORDING MODE IS F.
       01  CONF-IN-RECORD              PIC X(80).

       FD  CONF-OUT
           RECORDING MODE IS F.
       01  CONF-OUT-RECORD             PIC X(80).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDREC.

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
           05  WS-REJECT-FILE-STATUS   PIC X(2) VALUE "00".
           05  WS-FIX-IN-STATUS        PIC X(2) VALUE "00".
           05  WS-ACK-FOLLOW-STATUS    PIC X(2) VALUE "00".
           05  WS-AUTH-FILE-STATUS     PIC X(2) VALUE "00".
           05  WS-CONF-IN-STATUS       PIC X(2) VALUE "00".
           05  WS-AUDIT-LOG-STATUS     PIC X(2) VALUE "00".
           05  WS-RUN-PARM-STATUS      PIC X(2) VALUE "00".
           05  WS-FX-RATE-STATUS       PIC X(2) VALUE "00".
           05  WS-REJECT-EOF           PIC X VALUE "N".
               88  WS-END-OF-REJECTS   VALUE "Y".
           05  WS-FIX-EOF              PIC X VALUE "N".
               88  WS-END-OF-FIXES     VALUE "Y".
           05  WS-AUTH-EOF             PIC X VALUE "N".
               88  WS-END-OF-AUTH      VALUE "Y".
           05  WS-CONF-IN-EOF          PIC X VALUE "N".
               88  WS-END-OF-CONF-IN   VALUE "Y".
           05  WS-FX-RATE-EOF          PIC X VALUE "N".
               88  WS-END-OF-FX-RATES  VALUE "Y".

       01  WS-COUNTERS.
           05  WS-REJECTS-READ         PIC 9(9) VALUE ZEROS.
           05  WS-RESUBMIT-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-WRITE-OFF-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-CARRIED-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-REFUSED-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-HELD-COUNT           PIC 9(9) VALUE ZEROS.
           05  WS-SUPERSEDED-COUNT     PIC 9(9) VALUE ZEROS.

      * Corrections keyed by reject timestamp plus reference; each
      * may apply to exactly one pending reject.
               10  WS-FIX-REASON       PIC X(20).
               10  WS-FIX-NEW-TRAN-REF PIC X(12).
               10  WS-FIX-USED         PIC X.
                   88  WS-FIX-OPEN     VALUE "N".
                   88  WS-FIX-APPLIED  VALUE "Y".
                   88  WS-FIX-SUPERSEDED VALUE "S".
               10  WS-FIX-CARRIED      PIC X.
                   88  WS-FIX-FROM-CONF VALUE "Y".

       01  WS-FIX-WORK.
           05  WS-FIX-COUNT            PIC 9(3) VALUE ZEROS.
               88  WS-FIX-MATCHED      VALUE "Y".
           05  WS-FIX-MATCH-IDX        PIC 9(3) VALUE ZEROS.
           05  WS-PEND-NOTE            PIC X(20) VALUE SPACES.
           05  WS-LOAD-SOURCE          PIC X VALUE "T".
               88  WS-LOADING-CARRIED  VALUE "C".
               88  WS-LOADING-TODAY    VALUE "T".

      * Confirmations keyed by reject timestamp plus reference; each
      * confirms the decision for exactly one pending reject.
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

       01  WS-PENDING-LINE.
           05  PND-REASON              PIC X(4).
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-AUTHORITY.
           PERFORM 1070-LOAD-BASE-CURRENCY.
           PERFORM 1080-LOAD-FX-RATES.
           PERFORM 1100-LOAD-CORRECTIONS.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS NOT = "00"
           OPEN OUTPUT REJECT-OUT.
           OPEN OUTPUT RESUBMIT-FILE.
           OPEN OUTPUT FIX-REPORT.
           OPEN EXTEND ACK-FOLLOW.
           IF WS-ACK-FOLLOW-STATUS = "35"
               OPEN OUTPUT ACK-FOLLOW
           END-IF.
           OPEN OUTPUT CONF-OUT.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE "--- PENDING REJECTS ---" TO FIX-REPORT-LINE.
           WRITE FIX-REPORT-LINE.
           READ REJECT-FILE
               AT END SET WS-END-OF-REJECTS TO TRUE
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
           IF OPA-PROGRAM = "REJFIX"
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

      * A decision may be keyed days after the reject was captured,
      * so each currency takes its latest rate dated today or
      * earlier. A missing file or an unusable entry only leaves the
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
      * first, so they meet their reject ahead of anything keyed
      * today. A decision keyed today for the same reject replaces
      * the one carried.
       1100-LOAD-CORRECTIONS.
           SET WS-LOADING-CARRIED TO TRUE.
           OPEN INPUT CONF-IN.
           IF WS-CONF-IN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-CONF-IN
                   READ CONF-IN
                       AT END SET WS-END-OF-CONF-IN TO TRUE
                       NOT AT END
                           MOVE CONF-IN-RECORD TO FIX-RECORD
                           PERFORM 1110-LOAD-ONE-CORRECTION
                   END-READ
               END-PERFORM
               CLOSE CONF-IN
           END-IF.
           SET WS-LOADING-TODAY TO TRUE.
           OPEN INPUT FIX-IN.
           IF WS-FIX-IN-STATUS = "35"
               CONTINUE
           END-IF.

       1110-LOAD-ONE-CORRECTION.
           EVALUATE TRUE
               WHEN FXR-CONFIRM
                   PERFORM 1130-STORE-CONFIRMATION
               WHEN NOT FXR-CORRECT AND NOT FXR-WRITE-OFF
                   DISPLAY "Warning: correction action '" FXR-ACTION
                       "' not C, W or K, record skipped."
               WHEN FXR-CORRECT
                   AND ((FXR-NEW-AMOUNT NOT = SPACES
                         AND FXR-NEW-AMOUNT NOT NUMERIC)
                     OR (FXR-NEW-CATEGORY NOT = SPACES
                       FXR-TRAN-REF
                       " has non-numeric amount or category, "
                       "record skipped."
               WHEN OTHER
                   PERFORM 1120-STORE-CORRECTION
           END-EVALUATE.

       1120-STORE-CORRECTION.
           IF WS-LOADING-TODAY
               PERFORM 1125-SUPERSEDE-CARRIED
           END-IF.
           IF WS-FIX-COUNT < 500
               ADD 1 TO WS-FIX-COUNT
               SET WS-FIX-IDX TO WS-FIX-COUNT
               MOVE FXR-NEW-TRAN-REF
               TO WS-FIX-NEW-TRAN-REF (WS-FIX-IDX)
               MOVE "N" TO WS-FIX-USED (WS-FIX-IDX)
               IF WS-LOADING-CARRIED
                   MOVE "Y" TO WS-FIX-CARRIED (WS-FIX-IDX)
               ELSE
                   MOVE "N" TO WS-FIX-CARRIED (WS-FIX-IDX)
               END-IF
           ELSE
               DISPLAY "Error: more than 500 corrections."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1125-SUPERSEDE-CARRIED.
           PERFORM VARYING WS-FIX-IDX FROM 1 BY 1
                   UNTIL WS-FIX-IDX > WS-FIX-COUNT
               IF WS-FIX-FROM-CONF (WS-FIX-IDX)
                   AND WS-FIX-OPEN (WS-FIX-IDX)
                   AND WS-FIX-TIMESTAMP (WS-FIX-IDX) = FXR-TIMESTAMP
                   AND WS-FIX-TRAN-REF (WS-FIX-IDX) = FXR-TRAN-REF
                   MOVE "S" TO WS-FIX-USED (WS-FIX-IDX)
               END-IF
           END-PERFORM.

       1130-STORE-CONFIRMATION.
           IF WS-CONF-COUNT < 500
               ADD 1 TO WS-CONF-COUNT
               SET WS-CONF-IDX TO WS-CONF-COUNT
               MOVE FXR-TIMESTAMP
               TO WS-CONF-TIMESTAMP (WS-CONF-IDX)
               MOVE FXR-TRAN-REF
               TO WS-CONF-TRAN-REF (WS-CONF-IDX)
               MOVE FXR-OPERATOR
               TO WS-CONF-OPERATOR (WS-CONF-IDX)
               MOVE "N" TO WS-CONF-USED (WS-CONF-IDX)
           ELSE
               DISPLAY "Error: more than 500 confirmations."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESS-REJECTS.
           ADD 1 TO WS-REJECTS-READ.
           IF RR-PENDING
           PERFORM VARYING WS-FIX-IDX FROM 1 BY 1
                   UNTIL WS-FIX-IDX > WS-FIX-COUNT
                   OR WS-FIX-MATCHED
               IF WS-FIX-OPEN (WS-FIX-IDX)
                   AND WS-FIX-TIMESTAMP (WS-FIX-IDX) = RR-TIMESTAMP
                   AND WS-FIX-TRAN-REF (WS-FIX-IDX) = RR-TRAN-REF
                   SET WS-FIX-MATCH-IDX TO WS-FIX-IDX
               MOVE "NO REF SUPPLIED" TO WS-PEND-NOTE
               PERFORM 2400-LIST-PENDING
           ELSE
               PERFORM 2600-CHECK-AUTHORITY
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
                       PERFORM 2400-LIST-PENDING
                   WHEN OTHER
                       ADD 1 TO WS-PENDING-COUNT
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE "REFUSED" TO WS-AUDIT-EVENT-TYPE
                       PERFORM 4000-WRITE-AUDIT-RECORD
                       PERFORM 2400-LIST-PENDING
               END-EVALUATE
           END-IF.

       2250-APPLY-MATCHED-ACTION.
                   TO RR-WRITE-OFF-REASON
               ADD 1 TO WS-WRITE-OFF-COUNT
           END-IF.
           PERFORM 2500-WRITE-FOLLOW-UP.

       2300-WRITE-RESUBMIT.
           MOVE "D" TO RSB-RECORD-TYPE.
           ELSE
               MOVE RR-TRAN-REF TO RSB-TRAN-REF
           END-IF.
           MOVE SPACE TO RSB-APPROVAL-FLAG.
           MOVE RR-CURRENCY TO RSB-CURRENCY.
           MOVE ZEROS TO RSB-VALUE-DATE.
           WRITE RESUBMIT-RECORD.

       2400-LIST-PENDING.
           MOVE WS-PENDING-LINE TO FIX-REPORT-LINE.
           WRITE FIX-REPORT-LINE.

      * A resubmitted reject goes back under the reference it was
      * resubmitted with; a written-off one has none.
       2500-WRITE-FOLLOW-UP.
           MOVE SPACES TO ACK-RECORD.
           MOVE "F" TO ACK-TYPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ACK-RUN-DATE.
           MOVE RR-TRAN-REF TO ACK-TRAN-REF.
           MOVE ZEROS TO ACK-CODE.
           MOVE RR-REASON-CODE TO ACK-REASON-CODE.
           MOVE RR-TIMESTAMP TO ACK-EXCEPTION-TS.
           IF RR-RESUBMITTED
               MOVE "RESUBMIT" TO ACK-DISPOSITION
               MOVE RSB-TRAN-REF TO ACK-NEW-TRAN-REF
           ELSE
               MOVE "WRITEOFF" TO ACK-DISPOSITION
           END-IF.
           WRITE ACK-RECORD.

      * Segregation of duties: the operator who keyed the decision
      * must hold authority for it on OPERAUTH, and a write-off
      * above that operator's ceiling waits for a second, different
      * operator holding the same authority, with a ceiling that
      * covers it, to confirm it. A confirmation keyed for a
      * decision that needed none is simply used up. The amount is
      * weighed in base currency; a write-off that cannot be valued
      * for want of a rate is treated as over the ceiling.
       2600-CHECK-AUTHORITY.
           SET WS-AUTH-CLEARED TO TRUE.
           MOVE RR-INPUT-AMOUNT TO WS-CAPTURED-AMOUNT.
           MOVE RR-CURRENCY TO WS-CAPTURED-CURRENCY.
           PERFORM 2620-VALUE-IN-BASE.
           MOVE WS-BASE-AMOUNT TO WS-AUTH-AMOUNT.
           MOVE WS-FIX-ACTION (WS-FIX-IDX) TO WS-AUTH-ACTION.
           MOVE WS-FIX-OPERATOR (WS-FIX-IDX) TO WS-AUTH-OPERATOR.
           PERFORM 3000-FIND-AUTHORITY.
           PERFORM 3100-FIND-CONFIRMATION.
           IF NOT WS-AUTH-FOUND
               SET WS-AUTH-REFUSED TO TRUE
               MOVE "NOT AUTHORISED" TO WS-PEND-NOTE
           ELSE
               IF WS-AUTH-ACTION = "W"
                   IF NOT WS-FX-RATE-FOUND
                       OR WS-AUTH-AMOUNT > WS-AUTH-CEILING
                       PERFORM 2610-CHECK-CONFIRMATION
                   END-IF
                   IF WS-AUTH-HELD AND NOT WS-FX-RATE-FOUND
                       MOVE "NO FX RATE" TO WS-PEND-NOTE
                   END-IF
               END-IF
           END-IF.

       2610-CHECK-CONFIRMATION.
           IF NOT WS-CONF-MATCHED
               SET WS-AUTH-HELD TO TRUE
               MOVE "AWAITING CONFIRM" TO WS-PEND-NOTE
           ELSE
               SET WS-CONF-IDX TO WS-CONF-MATCH-IDX
               IF WS-CONF-OPERATOR (WS-CONF-IDX) = WS-AUTH-OPERATOR
                   SET WS-AUTH-HELD TO TRUE
                   MOVE "SELF-CONFIRMED" TO WS-PEND-NOTE
               ELSE
                   MOVE WS-CONF-OPERATOR (WS-CONF-IDX)
                       TO WS-AUTH-OPERATOR
                   PERFORM 3000-FIND-AUTHORITY
                   IF NOT WS-AUTH-FOUND
                       OR WS-AUTH-AMOUNT > WS-AUTH-CEILING
                       SET WS-AUTH-HELD TO TRUE
                       MOVE "CONFIRMER NOT AUTH" TO WS-PEND-NOTE
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
           MOVE SPACES TO FIX-RECORD.
           MOVE WS-FIX-ACTION (WS-FIX-IDX) TO FXR-ACTION.
           MOVE WS-FIX-TIMESTAMP (WS-FIX-IDX) TO FXR-TIMESTAMP.
           MOVE WS-FIX-TRAN-REF (WS-FIX-IDX) TO FXR-TRAN-REF.
           MOVE WS-FIX-NEW-AMOUNT (WS-FIX-IDX) TO FXR-NEW-AMOUNT.
           MOVE WS-FIX-NEW-CATEGORY (WS-FIX-IDX)
               TO FXR-NEW-CATEGORY.
           MOVE WS-FIX-OPERATOR (WS-FIX-IDX) TO FXR-OPERATOR.
           MOVE WS-FIX-REASON (WS-FIX-IDX) TO FXR-REASON.
           MOVE WS-FIX-NEW-TRAN-REF (WS-FIX-IDX)
               TO FXR-NEW-TRAN-REF.
           WRITE CONF-OUT-RECORD FROM FIX-RECORD.

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
                   AND WS-CONF-TIMESTAMP (WS-CONF-IDX) = RR-TIMESTAMP
                   AND WS-CONF-TRAN-REF (WS-CONF-IDX) = RR-TRAN-REF
                   SET WS-CONF-MATCH-IDX TO WS-CONF-IDX
                   MOVE "Y" TO WS-CONF-USED (WS-CONF-IDX)
                   SET WS-CONF-MATCHED TO TRUE
               END-IF
           END-PERFORM.

       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALR-TIMESTAMP.
           MOVE "REJFIX" TO ALR-JOB-ID.
           MOVE "REJECTS" TO ALR-FIELD-NAME.
           MOVE WS-AUTH-AMOUNT TO ALR-OLD-VALUE.
           MOVE WS-AUTH-CEILING TO ALR-NEW-VALUE.
           MOVE WS-AUDIT-EVENT-TYPE TO ALR-EVENT-TYPE.
           WRITE AUDIT-LOG-RECORD.

       8000-PRINT-SUMMARY.
           PERFORM 8100-LIST-UNMATCHED-FIXES.
           PERFORM 8200-LIST-SUPERSEDED-FIXES.
           MOVE SPACES TO FIX-REPORT-LINE.
           WRITE FIX-REPORT-LINE.
           MOVE "REJECTS READ" TO RL-LABEL.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO FIX-REPORT-LINE.
           WRITE FIX-REPORT-LINE.
           MOVE "REFUSED (NO AUTHORITY)" TO RL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO FIX-REPORT-LINE.
           WRITE FIX-REPORT-LINE.
           MOVE "AWAITING CONFIRMATION" TO RL-LABEL.
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO FIX-REPORT-LINE.
           WRITE FIX-REPORT-LINE.
           MOVE "SUPERSEDED" TO RL-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO FIX-REPORT-LINE.
           WRITE FIX-REPORT-LINE.
           MOVE "ALREADY CLOSED (CARRIED)" TO RL-LABEL.
           MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
       8100-LIST-UNMATCHED-FIXES.
           PERFORM VARYING WS-FIX-IDX FROM 1 BY 1
                   UNTIL WS-FIX-IDX > WS-FIX-COUNT
               IF WS-FIX-OPEN (WS-FIX-IDX)
                   MOVE SPACES TO WS-PENDING-LINE
                   MOVE "FIX " TO PND-REASON
                   MOVE WS-FIX-TIMESTAMP (WS-FIX-IDX)
                   WRITE FIX-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-COUNT
               IF NOT WS-CONF-APPLIED (WS-CONF-IDX)
                   MOVE SPACES TO WS-PENDING-LINE
                   MOVE "CONF" TO PND-REASON
                   MOVE WS-CONF-TIMESTAMP (WS-CONF-IDX)
                       TO PND-TIMESTAMP
                   MOVE WS-CONF-TRAN-REF (WS-CONF-IDX)
                       TO PND-TRAN-REF
                   MOVE "NOTHING TO CONFIRM" TO PND-NOTE
                   MOVE WS-PENDING-LINE TO FIX-REPORT-LINE
                   WRITE FIX-REPORT-LINE
               END-IF
           END-PERFORM.

      * A carried decision replaced by one keyed today is listed
      * and logged, so the change of mind can be traced.
       8200-LIST-SUPERSEDED-FIXES.
           PERFORM VARYING WS-FIX-IDX FROM 1 BY 1
                   UNTIL WS-FIX-IDX > WS-FIX-COUNT
               IF WS-FIX-SUPERSEDED (WS-FIX-IDX)
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   MOVE SPACES TO WS-PENDING-LINE
                   MOVE "FIX " TO PND-REASON
                   MOVE WS-FIX-TIMESTAMP (WS-FIX-IDX)
                       TO PND-TIMESTAMP
                   MOVE WS-FIX-TRAN-REF (WS-FIX-IDX)
                       TO PND-TRAN-REF
                   MOVE "SUPERSEDED" TO PND-NOTE
                   MOVE WS-PENDING-LINE TO FIX-REPORT-LINE
                   WRITE FIX-REPORT-LINE
                   MOVE ZEROS TO WS-AUTH-AMOUNT
                   MOVE ZEROS TO WS-AUTH-CEILING
                   MOVE "SUPERSEDED" TO WS-AUDIT-EVENT-TYPE
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-PERFORM.

       9000-FINALIZE.
           CLOSE REJECT-FILE.
           CLOSE REJECT-OUT.
           CLOSE RESUBMIT-FILE.
           CLOSE FIX-REPORT.
           CLOSE ACK-FOLLOW.
           CLOSE CONF-OUT.
           CLOSE AUDIT-LOG.

       END PROGRAM REJFIX.
