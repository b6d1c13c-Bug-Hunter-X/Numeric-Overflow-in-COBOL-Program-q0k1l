       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLCHECK.
      *
      * Volume anomaly check: run after the close run, ahead of
      * EODARCH, compares today's volumes per source channel (from
      * SETTLE) and per category (from TRANS-OUT) against a trailing
      * baseline built from the last N TRANSOUT generations on
      * GENCAT (the job concatenates the dated TRANGEN data sets).
      * The baseline is the daily mean over the generations read, so
      * a quiet day on the history counts toward the mean as it
      * happened.
      *
      * A count or net amount further from its mean than the
      * deviation allowed on VOLPRM is listed on VOLRPT and logged
      * to AUDITLOG as an ANOMALY event. A channel that sent traffic
      * on most baseline days but sent nothing today is flagged as
      * silent, so a dropped feed is caught the same night; a channel
      * or category with no history at all is flagged as new. Means
      * below the minimum count on VOLPRM are too thin to judge and
      * are not checked for deviation.
      *
      * Unlike the average-ticket band this looks at each channel
      * and category against its own history, so a holiday peak
      * moves the flagged lines, not the whole run.
      *
      * Fee postings are left out on both sides, as SETTLE leaves
      * them out; generations cut before TRANS-OUT carried the
      * category post their details under category zero, and
      * generations cut in the five-digit code layout are read
      * through TRANOLD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUME-PARAMS
               ASSIGN TO "VOLPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOL-PRM-STATUS.

           SELECT SETTLEMENT-FILE
               ASSIGN TO "SETTLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT TRANS-OUT
               ASSIGN TO "TRANSOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-OUT-STATUS.

           SELECT GEN-CATALOG
               ASSIGN TO "GENCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-CAT-STATUS.

           SELECT TRAN-GEN
               ASSIGN TO "TRANGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-GEN-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT VOLUME-REPORT
               ASSIGN TO "VOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * A single record; a missing file or a blank field keeps the
      * standard setting. The deviations are percentages of the
      * baseline mean; the active percentage is the share of
      * baseline days a channel must have sent traffic on to be
      * expected today.
       FD  VOLUME-PARAMS
           RECORDING MODE IS F.
       01  VOLUME-PARAM-RECORD.
           05  VPR-HISTORY-DAYS        PIC X(2).
           05  VPR-COUNT-PCT           PIC X(3).
           05  VPR-AMOUNT-PCT          PIC X(3).
           05  VPR-ACTIVE-PCT          PIC X(3).
           05  VPR-MIN-MEAN-COUNT      PIC X(5).
           05  FILLER                  PIC X(64).

       FD  SETTLEMENT-FILE
           RECORDING MODE IS F.
       01  SETTLEMENT-RECORD.
           05  SET-RUN-DATE            PIC 9(8).
           05  SET-SOURCE              PIC X(1).
           05  SET-TXN-COUNT           PIC 9(9).
           05  SET-AMOUNT              PIC S9(11)V99.
           05  SET-CURRENCY            PIC X(3).
           05  SET-ORIG-AMOUNT         PIC S9(11)V99.
           05  FILLER                  PIC X(33).

       FD  TRANS-OUT
           RECORDING MODE IS F.
           COPY TRANREC.

       FD  GEN-CATALOG
           RECORDING MODE IS F.
       01  GEN-CATALOG-RECORD.
           05  GCT-FILE-ID             PIC X(8).
           05  GCT-CUT-DATE            PIC 9(8).
           05  GCT-RECORD-COUNT        PIC 9(9).
           05  GCT-AMOUNT              PIC S9(13)V99.
           05  GCT-RETENTION-DATE      PIC 9(8).
           05  FILLER                  PIC X(32).

       FD  TRAN-GEN
           RECORDING MODE IS F.
       01  TRAN-GEN-RECORD             PIC X(96).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  VOLUME-REPORT.
       01  VOLUME-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-VOL-PRM-STATUS       PIC X(2) VALUE "00".
           05  WS-SETTLE-STATUS        PIC X(2) VALUE "00".
           05  WS-TRANS-OUT-STATUS     PIC X(2) VALUE "00".
           05  WS-GEN-CAT-STATUS       PIC X(2) VALUE "00".
           05  WS-TRAN-GEN-STATUS      PIC X(2) VALUE "00".
           05  WS-AUDIT-LOG-STATUS     PIC X(2) VALUE "00".
           05  WS-SOURCE-EOF           PIC X VALUE "N".
               88  WS-END-OF-SOURCE    VALUE "Y".
           05  WS-CAT-EOF              PIC X VALUE "N".
               88  WS-END-OF-CATALOG   VALUE "Y".
           05  WS-GEN-EOF              PIC X VALUE "N".
               88  WS-END-OF-GEN       VALUE "Y".
           05  WS-PROOF-FLAG           PIC X VALUE "Y".
               88  WS-BASELINE-PROVED  VALUE "Y".
           05  WS-GEN-OPEN-FLAG        PIC X VALUE "N".
               88  WS-GEN-BRACKET-OPEN VALUE "Y".
           05  WS-GEN-SKIP-FLAG        PIC X VALUE "N".
               88  WS-SKIPPING-GEN     VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

       01  WS-VOLUME-SETTINGS.
           05  WS-HISTORY-DAYS         PIC 9(2) VALUE 20.
           05  WS-COUNT-PCT            PIC 9(3) VALUE 50.
           05  WS-AMOUNT-PCT           PIC 9(3) VALUE 50.
           05  WS-ACTIVE-PCT           PIC 9(3) VALUE 80.
           05  WS-MIN-MEAN-COUNT       PIC 9(5) VALUE 10.

           COPY TRANOLD.

       01  WS-GEN-RECORD.
           05  GEN-TYPE                PIC X(2).
           05  GEN-DATA                PIC X(94).
           05  GEN-HEADER-DATA REDEFINES GEN-DATA.
               10  GEN-HDR-DATE        PIC 9(8).
               10  GEN-HDR-FILE-ID     PIC X(8).
               10  FILLER              PIC X(78).
           05  GEN-TRAILER-DATA REDEFINES GEN-DATA.
               10  GEN-TRL-COUNT       PIC 9(9).
               10  GEN-TRL-AMOUNT      PIC S9(13)V99.
               10  FILLER              PIC X(70).

      * The baseline days: the latest TRANSOUT cut dates on GENCAT
      * before today, up to the history length. They are held in
      * no particular order; a later date displaces the earliest
      * once the table is full.
       01  WS-BASE-DAY-TABLE.
           05  WS-BASE-DAY-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-BD-IDX.
               10  WS-BD-DATE          PIC 9(8).
               10  WS-BD-EXP-COUNT     PIC 9(9).
               10  WS-BD-SEEN          PIC X(1).
                   88  WS-BD-IN-STREAM VALUE "Y".

       01  WS-BASE-DAY-WORK.
           05  WS-BASE-DAYS            PIC 9(2) VALUE ZEROS.
           05  WS-DAYS-READ            PIC 9(2) VALUE ZEROS.
           05  WS-BD-FOUND-FLAG        PIC X VALUE "N".
               88  WS-BASE-DAY-FOUND   VALUE "Y".
           05  WS-BD-LOW-SUB           PIC 9(2) VALUE ZEROS.
           05  WS-GEN-DAY-SUB          PIC 9(2) VALUE ZEROS.
           05  WS-GEN-DATE             PIC 9(8) VALUE ZEROS.
           05  WS-GEN-COUNT            PIC 9(9) VALUE ZEROS.
           05  WS-GEN-NET              PIC S9(13)V99 VALUE ZEROS.
           05  WS-GENS-SKIPPED         PIC 9(5) VALUE ZEROS.

      * One entry per source channel seen on either side. The last
      * day marks the baseline day the channel was last counted
      * active on, so each day counts once however many details it
      * sent.
       01  WS-CHANNEL-TABLE.
           05  WS-CHANNEL-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-CH-IDX.
               10  WS-CH-CODE          PIC X(1).
               10  WS-CH-USED          PIC X(1).
                   88  WS-CHANNEL-IN-USE VALUE "Y".
               10  WS-CH-ACTIVE-DAYS   PIC 9(2).
               10  WS-CH-LAST-DAY      PIC 9(2).
               10  WS-CH-BASE-COUNT    PIC 9(9).
               10  WS-CH-BASE-NET      PIC S9(13)V99.
               10  WS-CH-TODAY-COUNT   PIC 9(9).
               10  WS-CH-TODAY-NET     PIC S9(13)V99.

       01  WS-CHANNEL-WORK.
           05  WS-CH-FOUND-FLAG        PIC X VALUE "N".
               88  WS-CHANNEL-FOUND    VALUE "Y".
           05  WS-CH-FREE-IDX          PIC 9(2) VALUE ZEROS.
           05  WS-WORK-SOURCE          PIC X(1) VALUE SPACE.

      * Indexed by category code plus one.
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CT-IDX.
               10  WS-CT-BASE-COUNT    PIC 9(9).
               10  WS-CT-BASE-NET      PIC S9(13)V99.
               10  WS-CT-TODAY-COUNT   PIC 9(9).
               10  WS-CT-TODAY-NET     PIC S9(13)V99.

       01  WS-CATEGORY-WORK.
           05  WS-WORK-CATEGORY        PIC 9(2) VALUE ZEROS.
           05  WS-CAT-SUB              PIC 9(3) VALUE ZEROS.

      * The line under check: its kind and key, its baseline mean
      * and today's value, and the check that flagged it.
       01  WS-CHECK-WORK.
           05  WS-CHK-KIND             PIC X(8) VALUE SPACES.
           05  WS-CHK-KEY              PIC X(2) VALUE SPACES.
           05  WS-CHK-CHECK            PIC X(10) VALUE SPACES.
           05  WS-CHK-SUFFIX           PIC X(3) VALUE SPACES.
           05  WS-CHK-BASELINE         PIC S9(13)V99 VALUE ZEROS.
           05  WS-CHK-TODAY            PIC S9(13)V99 VALUE ZEROS.
           05  WS-CHK-DEVIATION        PIC 9(5) VALUE ZEROS.
           05  WS-MEAN-COUNT           PIC 9(9)V99 VALUE ZEROS.
           05  WS-MEAN-NET             PIC S9(13)V99 VALUE ZEROS.
           05  WS-ABS-MEAN-NET         PIC 9(13)V99 VALUE ZEROS.
           05  WS-DIFF-COUNT           PIC S9(9)V99 VALUE ZEROS.
           05  WS-DIFF-NET             PIC S9(13)V99 VALUE ZEROS.
           05  WS-TODAY-COUNT          PIC 9(9) VALUE ZEROS.
           05  WS-TODAY-NET            PIC S9(13)V99 VALUE ZEROS.
           05  WS-BASE-COUNT           PIC 9(9) VALUE ZEROS.
           05  WS-BASE-NET             PIC S9(13)V99 VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-CHANNELS-CHECKED     PIC 9(5) VALUE ZEROS.
           05  WS-CATEGORIES-CHECKED   PIC 9(5) VALUE ZEROS.
           05  WS-EXCEPTION-COUNT      PIC 9(5) VALUE ZEROS.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-EVENT-TYPE     PIC X(10).
           05  WS-AUDIT-FIELD-NAME     PIC X(10).

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(8) VALUE "KIND".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE "ID".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "CHECK".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(15)
                   VALUE "  BASELINE MEAN".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(15)
                   VALUE "          TODAY".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(9) VALUE "DEVIATION".

       01  WS-EXCEPTION-LINE.
           05  EXL-KIND                PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EXL-KEY                 PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EXL-CHECK               PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EXL-BASELINE            PIC Z(10)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EXL-TODAY               PIC Z(10)9.99-.
           05  FILLER                  PIC X(4) VALUE SPACE.
           05  EXL-DEVIATION           PIC Z(4)9.
           05  EXL-PERCENT             PIC X(1) VALUE "%".

       01  WS-REPORT-LINE.
           05  RL-LABEL                PIC X(30).
           05  RL-VALUE                PIC X(20).

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT           PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-TODAY.
           PERFORM 3000-SCAN-CATALOG.
           PERFORM 4000-READ-GENERATIONS.
           PERFORM 4500-CHECK-MISSING-DAYS.
           PERFORM 5000-CHECK-VOLUMES.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 9000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-SETTINGS.
           MOVE ZEROS TO WS-BASE-DAY-TABLE.
           MOVE ZEROS TO WS-CHANNEL-TABLE.
           MOVE ZEROS TO WS-CATEGORY-TABLE.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           OPEN OUTPUT VOLUME-REPORT.

       1100-LOAD-SETTINGS.
           OPEN INPUT VOLUME-PARAMS.
           IF WS-VOL-PRM-STATUS = "35"
               CONTINUE
           ELSE
               READ VOLUME-PARAMS
                   AT END CONTINUE
                   NOT AT END PERFORM 1110-APPLY-SETTINGS
               END-READ
               CLOSE VOLUME-PARAMS
           END-IF.

       1110-APPLY-SETTINGS.
           IF VPR-HISTORY-DAYS NOT = SPACES
               IF VPR-HISTORY-DAYS NUMERIC
                   AND VPR-HISTORY-DAYS > ZEROS
                   MOVE VPR-HISTORY-DAYS TO WS-HISTORY-DAYS
               ELSE
                   DISPLAY "Warning: history days '"
                       VPR-HISTORY-DAYS "' not valid, "
                       "standard setting kept."
               END-IF
           END-IF.
           IF WS-HISTORY-DAYS > 60
               DISPLAY "Warning: history days " WS-HISTORY-DAYS
                   " over 60, 60 used."
               MOVE 60 TO WS-HISTORY-DAYS
           END-IF.
           IF VPR-COUNT-PCT NOT = SPACES
               IF VPR-COUNT-PCT NUMERIC
                   MOVE VPR-COUNT-PCT TO WS-COUNT-PCT
               ELSE
                   DISPLAY "Warning: count deviation '"
                       VPR-COUNT-PCT "' not numeric, "
                       "standard setting kept."
               END-IF
           END-IF.
           IF VPR-AMOUNT-PCT NOT = SPACES
               IF VPR-AMOUNT-PCT NUMERIC
                   MOVE VPR-AMOUNT-PCT TO WS-AMOUNT-PCT
               ELSE
                   DISPLAY "Warning: amount deviation '"
                       VPR-AMOUNT-PCT "' not numeric, "
                       "standard setting kept."
               END-IF
           END-IF.
           IF VPR-ACTIVE-PCT NOT = SPACES
               IF VPR-ACTIVE-PCT NUMERIC
                   AND VPR-ACTIVE-PCT NOT > "100"
                   MOVE VPR-ACTIVE-PCT TO WS-ACTIVE-PCT
               ELSE
                   DISPLAY "Warning: active percentage '"
                       VPR-ACTIVE-PCT "' not valid, "
                       "standard setting kept."
               END-IF
           END-IF.
           IF VPR-MIN-MEAN-COUNT NOT = SPACES
               IF VPR-MIN-MEAN-COUNT NUMERIC
                   MOVE VPR-MIN-MEAN-COUNT TO WS-MIN-MEAN-COUNT
               ELSE
                   DISPLAY "Warning: minimum mean count '"
                       VPR-MIN-MEAN-COUNT "' not numeric, "
                       "standard setting kept."
               END-IF
           END-IF.

      * SETTLE is rewritten by every close run, so its run date is
      * the day being checked; a missing SETTLE means the close run
      * has not run and there is nothing to compare.
       2000-LOAD-TODAY.
           OPEN INPUT SETTLEMENT-FILE.
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "Error: cannot open settlement file, "
                   "status " WS-SETTLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SOURCE-EOF.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ SETTLEMENT-FILE
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END PERFORM 2100-TALLY-SETTLEMENT
               END-READ
           END-PERFORM.
           CLOSE SETTLEMENT-FILE.
           IF WS-RUN-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           OPEN INPUT TRANS-OUT.
           IF WS-TRANS-OUT-STATUS NOT = "00"
               DISPLAY "Error: cannot open TRANS-OUT, status "
                   WS-TRANS-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SOURCE-EOF.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ TRANS-OUT
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END
                       IF NOT TOR-FEE-POSTING
                           PERFORM 2200-TALLY-TODAY-CATEGORY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-OUT.
           MOVE "--- VOLUME ANOMALY CHECK ---" TO RL-LABEL.
           MOVE WS-RUN-DATE TO RL-VALUE.
           MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.

      * A channel settling in more than one currency has a record
      * for each; the base-currency amounts add up to its net.
       2100-TALLY-SETTLEMENT.
           IF WS-RUN-DATE = ZEROS
               MOVE SET-RUN-DATE TO WS-RUN-DATE
           END-IF.
           MOVE SET-SOURCE TO WS-WORK-SOURCE.
           PERFORM 3500-FIND-CHANNEL.
           IF WS-CHANNEL-FOUND
               ADD SET-TXN-COUNT TO WS-CH-TODAY-COUNT (WS-CH-IDX)
               ADD SET-AMOUNT TO WS-CH-TODAY-NET (WS-CH-IDX)
           END-IF.

       2200-TALLY-TODAY-CATEGORY.
           PERFORM 3600-SET-CATEGORY-INDEX.
           ADD 1 TO WS-CT-TODAY-COUNT (WS-CT-IDX).
           IF TOR-REVERSAL
               SUBTRACT TOR-AMOUNT FROM WS-CT-TODAY-NET (WS-CT-IDX)
           ELSE
               ADD TOR-AMOUNT TO WS-CT-TODAY-NET (WS-CT-IDX)
           END-IF.

      * Keeps the latest cut dates before today, up to the history
      * length; the catalog need not be in cut order.
       3000-SCAN-CATALOG.
           OPEN INPUT GEN-CATALOG.
           IF WS-GEN-CAT-STATUS = "35"
               SET WS-END-OF-CATALOG TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-CATALOG
               READ GEN-CATALOG
                   AT END SET WS-END-OF-CATALOG TO TRUE
                   NOT AT END
                       IF GCT-FILE-ID = "TRANSOUT"
                           AND GCT-CUT-DATE < WS-RUN-DATE
                           PERFORM 3100-CONSIDER-CUT-DATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GEN-CAT-STATUS NOT = "35"
               CLOSE GEN-CATALOG
           END-IF.

       3100-CONSIDER-CUT-DATE.
           MOVE GCT-CUT-DATE TO WS-GEN-DATE.
           PERFORM 3200-FIND-BASE-DAY.
           IF WS-BASE-DAY-FOUND
               MOVE GCT-RECORD-COUNT TO WS-BD-EXP-COUNT (WS-BD-IDX)
           ELSE
               IF WS-BASE-DAYS < WS-HISTORY-DAYS
                   ADD 1 TO WS-BASE-DAYS
                   SET WS-BD-IDX TO WS-BASE-DAYS
                   MOVE GCT-CUT-DATE TO WS-BD-DATE (WS-BD-IDX)
                   MOVE GCT-RECORD-COUNT
                       TO WS-BD-EXP-COUNT (WS-BD-IDX)
               ELSE
                   MOVE 1 TO WS-BD-LOW-SUB
                   PERFORM VARYING WS-BD-IDX FROM 2 BY 1
                           UNTIL WS-BD-IDX > WS-BASE-DAYS
                       IF WS-BD-DATE (WS-BD-IDX)
                           < WS-BD-DATE (WS-BD-LOW-SUB)
                           SET WS-BD-LOW-SUB TO WS-BD-IDX
                       END-IF
                   END-PERFORM
                   SET WS-BD-IDX TO WS-BD-LOW-SUB
                   IF GCT-CUT-DATE > WS-BD-DATE (WS-BD-IDX)
                       MOVE GCT-CUT-DATE TO WS-BD-DATE (WS-BD-IDX)
                       MOVE GCT-RECORD-COUNT
                           TO WS-BD-EXP-COUNT (WS-BD-IDX)
                   END-IF
               END-IF
           END-IF.

      * Leaves WS-BD-IDX on the entry for WS-GEN-DATE when found.
       3200-FIND-BASE-DAY.
           MOVE "N" TO WS-BD-FOUND-FLAG.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BASE-DAYS
                       OR WS-BASE-DAY-FOUND
               IF WS-BD-DATE (WS-BD-IDX) = WS-GEN-DATE
                   SET WS-BASE-DAY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-BASE-DAY-FOUND
               SET WS-BD-IDX DOWN BY 1
           END-IF.

      * Registers WS-WORK-SOURCE on first sight; leaves WS-CH-IDX
      * on its entry.
       3500-FIND-CHANNEL.
           MOVE "N" TO WS-CH-FOUND-FLAG.
           MOVE ZEROS TO WS-CH-FREE-IDX.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > 40 OR WS-CHANNEL-FOUND
               IF WS-CHANNEL-IN-USE (WS-CH-IDX)
                   AND WS-CH-CODE (WS-CH-IDX) = WS-WORK-SOURCE
                   SET WS-CHANNEL-FOUND TO TRUE
               ELSE
                   IF NOT WS-CHANNEL-IN-USE (WS-CH-IDX)
                       AND WS-CH-FREE-IDX = ZEROS
                       SET WS-CH-FREE-IDX TO WS-CH-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CHANNEL-FOUND
               SET WS-CH-IDX DOWN BY 1
           ELSE
               IF WS-CH-FREE-IDX = ZEROS
                   MOVE "*** CHANNEL TABLE FULL" TO RL-LABEL
                   MOVE WS-WORK-SOURCE TO RL-VALUE
                   MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
                   WRITE VOLUME-REPORT-LINE
                   MOVE "N" TO WS-PROOF-FLAG
               ELSE
                   SET WS-CH-IDX TO WS-CH-FREE-IDX
                   MOVE WS-WORK-SOURCE TO WS-CH-CODE (WS-CH-IDX)
                   SET WS-CHANNEL-IN-USE (WS-CH-IDX) TO TRUE
                   SET WS-CHANNEL-FOUND TO TRUE
               END-IF
           END-IF.

       3600-SET-CATEGORY-INDEX.
           IF TOR-CATEGORY NUMERIC
               MOVE TOR-CATEGORY TO WS-WORK-CATEGORY
           ELSE
               MOVE ZEROS TO WS-WORK-CATEGORY
           END-IF.
           COMPUTE WS-CAT-SUB = WS-WORK-CATEGORY + 1.
           SET WS-CT-IDX TO WS-CAT-SUB.

      * The stream is the baseline generations back to back, each
      * bracketed GH/GD/GT. The job may mount more than the
      * baseline needs; a generation outside the baseline is
      * skipped whole, and only counted.
       4000-READ-GENERATIONS.
           OPEN INPUT TRAN-GEN.
           IF WS-TRAN-GEN-STATUS = "35"
               SET WS-END-OF-GEN TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-GEN
               READ TRAN-GEN
                   AT END SET WS-END-OF-GEN TO TRUE
                   NOT AT END
                       MOVE TRAN-GEN-RECORD TO WS-GEN-RECORD
                       PERFORM 4100-WORK-ONE-GEN-RECORD
               END-READ
           END-PERFORM.
           IF WS-TRAN-GEN-STATUS NOT = "35"
               CLOSE TRAN-GEN
           END-IF.
           IF WS-GEN-BRACKET-OPEN
               MOVE "*** GENERATION UNTERMINATED" TO RL-LABEL
               MOVE WS-GEN-DATE TO RL-VALUE
               MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
               WRITE VOLUME-REPORT-LINE
               MOVE "N" TO WS-PROOF-FLAG
           END-IF.

       4100-WORK-ONE-GEN-RECORD.
           EVALUATE TRUE
               WHEN GEN-TYPE = "GH"
                   PERFORM 4200-OPEN-BRACKET
               WHEN WS-SKIPPING-GEN
                   IF GEN-TYPE = "GT"
                       MOVE "N" TO WS-GEN-SKIP-FLAG
                   END-IF
               WHEN GEN-TYPE = "GD"
                   PERFORM 4300-TALLY-DETAIL
               WHEN GEN-TYPE = "GT"
                   PERFORM 4400-CLOSE-BRACKET
               WHEN OTHER
                   MOVE "*** BAD GENERATION RECORD" TO RL-LABEL
                   MOVE GEN-TYPE TO RL-VALUE
                   MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
                   WRITE VOLUME-REPORT-LINE
                   MOVE "N" TO WS-PROOF-FLAG
           END-EVALUATE.

       4200-OPEN-BRACKET.
           IF WS-GEN-BRACKET-OPEN
               MOVE "*** GENERATION UNTERMINATED" TO RL-LABEL
               MOVE WS-GEN-DATE TO RL-VALUE
               MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
               WRITE VOLUME-REPORT-LINE
               MOVE "N" TO WS-PROOF-FLAG
           END-IF.
           MOVE "N" TO WS-GEN-OPEN-FLAG.
           MOVE "N" TO WS-GEN-SKIP-FLAG.
           MOVE GEN-HDR-DATE TO WS-GEN-DATE.
           MOVE "N" TO WS-BD-FOUND-FLAG.
           IF GEN-HDR-FILE-ID = "TRANSOUT"
               PERFORM 3200-FIND-BASE-DAY
           END-IF.
           IF WS-BASE-DAY-FOUND
               AND NOT WS-BD-IN-STREAM (WS-BD-IDX)
               SET WS-BD-IN-STREAM (WS-BD-IDX) TO TRUE
               SET WS-GEN-DAY-SUB TO WS-BD-IDX
               ADD 1 TO WS-DAYS-READ
               SET WS-GEN-BRACKET-OPEN TO TRUE
               MOVE ZEROS TO WS-GEN-COUNT
               MOVE ZEROS TO WS-GEN-NET
           ELSE
               ADD 1 TO WS-GENS-SKIPPED
               SET WS-SKIPPING-GEN TO TRUE
           END-IF.

       4300-TALLY-DETAIL.
           IF NOT WS-GEN-BRACKET-OPEN
               MOVE "*** DETAIL OUTSIDE BRACKET" TO RL-LABEL
               MOVE SPACES TO RL-VALUE
               MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
               WRITE VOLUME-REPORT-LINE
               MOVE "N" TO WS-PROOF-FLAG
           ELSE
               PERFORM 4305-LOAD-DETAIL
               ADD 1 TO WS-GEN-COUNT
               IF TOR-REVERSAL
                   SUBTRACT TOR-AMOUNT FROM WS-GEN-NET
               ELSE
                   ADD TOR-AMOUNT TO WS-GEN-NET
               END-IF
               IF NOT TOR-FEE-POSTING
                   PERFORM 4310-TALLY-BASE-CHANNEL
                   PERFORM 4320-TALLY-BASE-CATEGORY
               END-IF
           END-IF.

      * A detail cut in the five-digit code layout carries a space
      * in TOR-LAYOUT; it is lifted into the current layout, the two
      * codes widened and everything between them unchanged.
       4305-LOAD-DETAIL.
           MOVE GEN-DATA(1:86) TO TRAN-OUT-RECORD.
           IF NOT TOR-WIDE-LAYOUT
               MOVE GEN-DATA(1:86) TO TRAN-OUT-OLD-RECORD
               MOVE SPACES TO TRAN-OUT-RECORD
               MOVE TOL-CODE TO TOR-CODE
               MOVE TOL-POSTING-DATA TO TRAN-OUT-RECORD(10:46)
               IF TOL-FEE-LINK-CODE NUMERIC
                   MOVE TOL-FEE-LINK-CODE TO TOR-FEE-LINK-CODE
               ELSE
                   MOVE ZEROS TO TOR-FEE-LINK-CODE
               END-IF
           END-IF.

       4310-TALLY-BASE-CHANNEL.
           MOVE TOR-SOURCE TO WS-WORK-SOURCE.
           PERFORM 3500-FIND-CHANNEL.
           IF WS-CHANNEL-FOUND
               IF WS-CH-LAST-DAY (WS-CH-IDX) NOT = WS-GEN-DAY-SUB
                   ADD 1 TO WS-CH-ACTIVE-DAYS (WS-CH-IDX)
                   MOVE WS-GEN-DAY-SUB TO WS-CH-LAST-DAY (WS-CH-IDX)
               END-IF
               ADD 1 TO WS-CH-BASE-COUNT (WS-CH-IDX)
               IF TOR-REVERSAL
                   SUBTRACT TOR-AMOUNT
                       FROM WS-CH-BASE-NET (WS-CH-IDX)
               ELSE
                   ADD TOR-AMOUNT TO WS-CH-BASE-NET (WS-CH-IDX)
               END-IF
           END-IF.

       4320-TALLY-BASE-CATEGORY.
           PERFORM 3600-SET-CATEGORY-INDEX.
           ADD 1 TO WS-CT-BASE-COUNT (WS-CT-IDX).
           IF TOR-REVERSAL
               SUBTRACT TOR-AMOUNT FROM WS-CT-BASE-NET (WS-CT-IDX)
           ELSE
               ADD TOR-AMOUNT TO WS-CT-BASE-NET (WS-CT-IDX)
           END-IF.

       4400-CLOSE-BRACKET.
           IF NOT WS-GEN-BRACKET-OPEN
               MOVE "*** TRAILER OUTSIDE BRACKET" TO RL-LABEL
               MOVE SPACES TO RL-VALUE
               MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
               WRITE VOLUME-REPORT-LINE
               MOVE "N" TO WS-PROOF-FLAG
           ELSE
               IF GEN-TRL-COUNT NOT = WS-GEN-COUNT
                   OR GEN-TRL-AMOUNT NOT = WS-GEN-NET
                   MOVE "*** GENERATION MISMATCH" TO RL-LABEL
                   MOVE WS-GEN-DATE TO RL-VALUE
                   MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
                   WRITE VOLUME-REPORT-LINE
                   MOVE "N" TO WS-PROOF-FLAG
               END-IF
               SET WS-BD-IDX TO WS-GEN-DAY-SUB
               IF WS-BD-EXP-COUNT (WS-BD-IDX) NOT = WS-GEN-COUNT
                   MOVE "*** CATALOG COUNT MISMATCH" TO RL-LABEL
                   MOVE WS-GEN-DATE TO RL-VALUE
                   MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
                   WRITE VOLUME-REPORT-LINE
                   MOVE "N" TO WS-PROOF-FLAG
               END-IF
               MOVE "N" TO WS-GEN-OPEN-FLAG
           END-IF.

      * A baseline day missing from the stream shortens the
      * baseline rather than counting as a silent day.
       4500-CHECK-MISSING-DAYS.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BASE-DAYS
               IF NOT WS-BD-IN-STREAM (WS-BD-IDX)
                   MOVE "*** CATALOGED DAY MISSING" TO RL-LABEL
                   MOVE WS-BD-DATE (WS-BD-IDX) TO RL-VALUE
                   MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
                   WRITE VOLUME-REPORT-LINE
                   MOVE "N" TO WS-PROOF-FLAG
               END-IF
           END-PERFORM.
           MOVE "BASELINE DAYS REQUESTED" TO RL-LABEL.
           MOVE WS-HISTORY-DAYS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.
           MOVE "BASELINE DAYS READ" TO RL-LABEL.
           MOVE WS-DAYS-READ TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.
           IF WS-GENS-SKIPPED > ZEROS
               MOVE "GENERATIONS SKIPPED" TO RL-LABEL
               MOVE WS-GENS-SKIPPED TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RL-VALUE
               MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
               WRITE VOLUME-REPORT-LINE
           END-IF.
           MOVE "COUNT DEVIATION ALLOWED PCT" TO RL-LABEL.
           MOVE WS-COUNT-PCT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.
           MOVE "AMOUNT DEVIATION ALLOWED PCT" TO RL-LABEL.
           MOVE WS-AMOUNT-PCT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.

      * With no baseline day read there is nothing to judge today
      * against: the report says so and no line is flagged.
       5000-CHECK-VOLUMES.
           MOVE SPACES TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.
           MOVE "--- VOLUME EXCEPTIONS ---" TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.
           IF WS-DAYS-READ = ZEROS
               MOVE "NO BASELINE AVAILABLE" TO VOLUME-REPORT-LINE
               WRITE VOLUME-REPORT-LINE
               DISPLAY "Warning: no baseline generation read, "
                   "volumes not checked."
           ELSE
               MOVE WS-EXCEPTION-HEADING TO VOLUME-REPORT-LINE
               WRITE VOLUME-REPORT-LINE
               PERFORM 5100-CHECK-CHANNELS
               PERFORM 5200-CHECK-CATEGORIES
               IF WS-EXCEPTION-COUNT = ZEROS
                   MOVE "NO EXCEPTIONS" TO VOLUME-REPORT-LINE
                   WRITE VOLUME-REPORT-LINE
               END-IF
           END-IF.

      * A channel active on at least the active share of baseline
      * days is expected today; one that sent nothing is flagged
      * silent instead of as a 100% drop.
       5100-CHECK-CHANNELS.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > 40
               IF WS-CHANNEL-IN-USE (WS-CH-IDX)
                   ADD 1 TO WS-CHANNELS-CHECKED
                   MOVE "CHANNEL" TO WS-CHK-KIND
                   MOVE WS-CH-CODE (WS-CH-IDX) TO WS-CHK-KEY
                   MOVE WS-CH-BASE-COUNT (WS-CH-IDX) TO WS-BASE-COUNT
                   MOVE WS-CH-BASE-NET (WS-CH-IDX) TO WS-BASE-NET
                   MOVE WS-CH-TODAY-COUNT (WS-CH-IDX)
                       TO WS-TODAY-COUNT
                   MOVE WS-CH-TODAY-NET (WS-CH-IDX) TO WS-TODAY-NET
                   PERFORM 5300-COMPUTE-MEANS
                   EVALUATE TRUE
                       WHEN WS-BASE-COUNT = ZEROS
                           PERFORM 5600-FLAG-NEW
                       WHEN WS-TODAY-COUNT = ZEROS
                           AND WS-CH-ACTIVE-DAYS (WS-CH-IDX) * 100
                               NOT < WS-DAYS-READ * WS-ACTIVE-PCT
                           MOVE "NO TRAFFIC" TO WS-CHK-CHECK
                           MOVE "NIL" TO WS-CHK-SUFFIX
                           MOVE WS-MEAN-COUNT TO WS-CHK-BASELINE
                           MOVE ZEROS TO WS-CHK-TODAY
                           MOVE 100 TO WS-CHK-DEVIATION
                           PERFORM 6000-WRITE-EXCEPTION
                       WHEN OTHER
                           PERFORM 5400-CHECK-DEVIATION
                   END-EVALUATE
               END-IF
           END-PERFORM.

       5200-CHECK-CATEGORIES.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 100
               IF WS-CT-BASE-COUNT (WS-CT-IDX) > ZEROS
                   OR WS-CT-TODAY-COUNT (WS-CT-IDX) > ZEROS
                   ADD 1 TO WS-CATEGORIES-CHECKED
                   MOVE "CATEGORY" TO WS-CHK-KIND
                   SET WS-CAT-SUB TO WS-CT-IDX
                   SUBTRACT 1 FROM WS-CAT-SUB
                   MOVE WS-CAT-SUB TO WS-WORK-CATEGORY
                   MOVE WS-WORK-CATEGORY TO WS-CHK-KEY
                   MOVE WS-CT-BASE-COUNT (WS-CT-IDX) TO WS-BASE-COUNT
                   MOVE WS-CT-BASE-NET (WS-CT-IDX) TO WS-BASE-NET
                   MOVE WS-CT-TODAY-COUNT (WS-CT-IDX)
                       TO WS-TODAY-COUNT
                   MOVE WS-CT-TODAY-NET (WS-CT-IDX) TO WS-TODAY-NET
                   PERFORM 5300-COMPUTE-MEANS
                   IF WS-BASE-COUNT = ZEROS
                       PERFORM 5600-FLAG-NEW
                   ELSE
                       PERFORM 5400-CHECK-DEVIATION
                   END-IF
               END-IF
           END-PERFORM.

       5300-COMPUTE-MEANS.
           COMPUTE WS-MEAN-COUNT ROUNDED =
               WS-BASE-COUNT / WS-DAYS-READ.
           COMPUTE WS-MEAN-NET ROUNDED =
               WS-BASE-NET / WS-DAYS-READ.
           MOVE WS-MEAN-NET TO WS-ABS-MEAN-NET.

      * Deviation is the distance from the mean as a percentage of
      * the mean. A mean under the minimum count is too thin to
      * judge, for the amount as well as the count.
       5400-CHECK-DEVIATION.
           IF WS-MEAN-COUNT NOT < WS-MIN-MEAN-COUNT
               COMPUTE WS-DIFF-COUNT = WS-TODAY-COUNT - WS-MEAN-COUNT
               IF WS-DIFF-COUNT < ZEROS
                   COMPUTE WS-DIFF-COUNT = ZEROS - WS-DIFF-COUNT
               END-IF
               COMPUTE WS-CHK-DEVIATION ROUNDED =
                   WS-DIFF-COUNT * 100 / WS-MEAN-COUNT
                   ON SIZE ERROR MOVE 99999 TO WS-CHK-DEVIATION
               END-COMPUTE
               IF WS-CHK-DEVIATION > WS-COUNT-PCT
                   MOVE "COUNT" TO WS-CHK-CHECK
                   MOVE "CNT" TO WS-CHK-SUFFIX
                   MOVE WS-MEAN-COUNT TO WS-CHK-BASELINE
                   MOVE WS-TODAY-COUNT TO WS-CHK-TODAY
                   PERFORM 6000-WRITE-EXCEPTION
               END-IF
               IF WS-ABS-MEAN-NET > ZEROS
                   PERFORM 5500-CHECK-AMOUNT
               END-IF
           END-IF.

       5500-CHECK-AMOUNT.
           COMPUTE WS-DIFF-NET = WS-TODAY-NET - WS-MEAN-NET.
           IF WS-DIFF-NET < ZEROS
               COMPUTE WS-DIFF-NET = ZEROS - WS-DIFF-NET
           END-IF.
           COMPUTE WS-CHK-DEVIATION ROUNDED =
               WS-DIFF-NET * 100 / WS-ABS-MEAN-NET
               ON SIZE ERROR MOVE 99999 TO WS-CHK-DEVIATION
           END-COMPUTE.
           IF WS-CHK-DEVIATION > WS-AMOUNT-PCT
               MOVE "AMOUNT" TO WS-CHK-CHECK
               MOVE "AMT" TO WS-CHK-SUFFIX
               MOVE WS-MEAN-NET TO WS-CHK-BASELINE
               MOVE WS-TODAY-NET TO WS-CHK-TODAY
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.

       5600-FLAG-NEW.
           MOVE "NO HISTORY" TO WS-CHK-CHECK.
           MOVE "NEW" TO WS-CHK-SUFFIX.
           MOVE ZEROS TO WS-CHK-BASELINE.
           MOVE WS-TODAY-COUNT TO WS-CHK-TODAY.
           MOVE ZEROS TO WS-CHK-DEVIATION.
           PERFORM 6000-WRITE-EXCEPTION.

       6000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE WS-CHK-KIND TO EXL-KIND.
           MOVE WS-CHK-KEY TO EXL-KEY.
           MOVE WS-CHK-CHECK TO EXL-CHECK.
           MOVE WS-CHK-BASELINE TO EXL-BASELINE.
           MOVE WS-CHK-TODAY TO EXL-TODAY.
           IF WS-CHK-SUFFIX NOT = "NEW"
               MOVE WS-CHK-DEVIATION TO EXL-DEVIATION
               MOVE "%" TO EXL-PERCENT
           END-IF.
           MOVE WS-EXCEPTION-LINE TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.
           MOVE SPACES TO WS-AUDIT-FIELD-NAME.
           IF WS-CHK-KIND = "CHANNEL"
               STRING "CHAN-" WS-CHK-KEY(1:1) "-" WS-CHK-SUFFIX
                   DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
           ELSE
               STRING "CAT-" WS-CHK-KEY "-" WS-CHK-SUFFIX
                   DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
           END-IF.
           MOVE "ANOMALY" TO WS-AUDIT-EVENT-TYPE.
           PERFORM 7000-WRITE-AUDIT-RECORD.

      * The anomaly carries the line flagged and the check in the
      * field name, the baseline mean as the old value and today's
      * figure as the new, both unsigned.
       7000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALR-TIMESTAMP.
           MOVE "VOLCHECK" TO ALR-JOB-ID.
           MOVE WS-AUDIT-FIELD-NAME TO ALR-FIELD-NAME.
           MOVE WS-CHK-BASELINE TO ALR-OLD-VALUE.
           MOVE WS-CHK-TODAY TO ALR-NEW-VALUE.
           MOVE WS-AUDIT-EVENT-TYPE TO ALR-EVENT-TYPE.
           WRITE AUDIT-LOG-RECORD.

       8000-PRINT-TOTALS.
           MOVE SPACES TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.
           MOVE "CHANNELS CHECKED" TO RL-LABEL.
           MOVE WS-CHANNELS-CHECKED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.
           MOVE "CATEGORIES CHECKED" TO RL-LABEL.
           MOVE WS-CATEGORIES-CHECKED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.
           MOVE "EXCEPTIONS" TO RL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE.
           WRITE VOLUME-REPORT-LINE.
           IF NOT WS-BASELINE-PROVED
               MOVE "BASELINE NOT PROVED" TO RL-LABEL
               MOVE SPACES TO RL-VALUE
               MOVE WS-REPORT-LINE TO VOLUME-REPORT-LINE
               WRITE VOLUME-REPORT-LINE
           END-IF.

      * Any exception, or a baseline that did not prove out, ends
      * the run with 8 so the morning checks pick it up.
       9000-FINALIZE.
           CLOSE AUDIT-LOG.
           CLOSE VOLUME-REPORT.
           IF WS-EXCEPTION-COUNT > ZEROS
               OR NOT WS-BASELINE-PROVED
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM VOLCHECK.
