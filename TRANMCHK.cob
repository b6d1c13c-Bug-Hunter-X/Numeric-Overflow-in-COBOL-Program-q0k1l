       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANMCHK.
      *
      * Transaction master check: proves TRAN-MASTER against posted
      * history, or rebuilds it from that history, after a restore
      * or a run that warned of a master write failure. The mode is
      * on MCHKPRM: "V" verify (the default) or "R" rebuild.
      *
      * Posted history is the archived TRANSOUT generations - the
      * job concatenates the TRANGEN data sets listed on GENCAT and
      * each is proved bracket by bracket against its trailer and
      * its catalog entry - followed by the current TRANS-OUT. Each
      * posting is taken into the master layout as TRANPROC writes
      * it, and a code posted more than once keeps its latest
      * posting, as the master does. The history is staged on the
      * indexed work file POSTWORK and merged with the master in
      * code order.
      *
      * Verify lists every code missing from the master, every
      * master record with no posting (extra), and every record
      * that differs from its posting. Master records dated before
      * the oldest generation read are outside the history still
      * retained and are counted, not judged.
      *
      * Rebuild reloads TRAN-MASTER from the history, carrying over
      * the old master's records from before the retained history
      * where it can still be read. It is refused while the history
      * does not prove out, and while a TRANPROC restart is owed on
      * BDAYCTL; the rebuilt master is read back and proved against
      * what was written.
      *
      * Either way the control totals - counts and net amounts on
      * each side - go to MCHKRPT and to AUDITLOG as a VERIFY or
      * REBUILD event. A master out of proof, or history that did
      * not prove out, ends the run with 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MCHK-PARAMS
               ASSIGN TO "MCHKPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCHK-PRM-STATUS.

           SELECT BUSINESS-DAY-FILE
               ASSIGN TO "BDAYCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAY-CTL-STATUS.

           SELECT GEN-CATALOG
               ASSIGN TO "GENCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-CAT-STATUS.

           SELECT TRAN-GEN
               ASSIGN TO "TRANGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-GEN-STATUS.

           SELECT TRANS-OUT
               ASSIGN TO "TRANSOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-OUT-STATUS.

           SELECT TRAN-MASTER
               ASSIGN TO "TRANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMR-CODE
               ALTERNATE RECORD KEY IS TMR-DATE-CATEGORY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRAN-MAST-STATUS.

           SELECT POST-WORK
               ASSIGN TO "POSTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PWK-CODE
               FILE STATUS IS WS-POST-WORK-STATUS.

           SELECT MAST-WORK
               ASSIGN TO "MASTWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAST-WORK-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT MCHK-REPORT
               ASSIGN TO "MCHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * A single record; a missing file or a blank mode verifies.
       FD  MCHK-PARAMS
           RECORDING MODE IS F.
       01  MCHK-PARAM-RECORD.
           05  MCP-MODE                PIC X(1).
           05  FILLER                  PIC X(79).

       FD  BUSINESS-DAY-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DAY-FILE-RECORD    PIC X(400).

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

       FD  TRANS-OUT
           RECORDING MODE IS F.
       01  TRANS-OUT-FILE-RECORD       PIC X(86).

       FD  TRAN-MASTER.
           COPY TRANMREC.

      * Posted history in the master layout, one record per code.
       FD  POST-WORK.
       01  POST-WORK-RECORD.
           05  PWK-CODE                PIC 9(9).
           05  PWK-DATE                PIC 9(8).
           05  PWK-CATEGORY            PIC X(2).
           05  PWK-AMOUNT              PIC 9(7)V99.
           05  PWK-SOURCE              PIC X(1).
           05  PWK-TRAN-TYPE           PIC X(1).
               88  PWK-REVERSAL        VALUE "R".
           05  FILLER                  PIC X(50).

      * The old master, unloaded in code order ahead of a rebuild.
       FD  MAST-WORK
           RECORDING MODE IS F.
       01  MAST-WORK-RECORD            PIC X(80).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  MCHK-REPORT.
       01  MCHK-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MCHK-PRM-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-CTL-STATUS      PIC X(2) VALUE "00".
           05  WS-GEN-CAT-STATUS       PIC X(2) VALUE "00".
           05  WS-TRAN-GEN-STATUS      PIC X(2) VALUE "00".
           05  WS-TRANS-OUT-STATUS     PIC X(2) VALUE "00".
           05  WS-TRAN-MAST-STATUS     PIC X(2) VALUE "00".
           05  WS-POST-WORK-STATUS     PIC X(2) VALUE "00".
           05  WS-MAST-WORK-STATUS     PIC X(2) VALUE "00".
           05  WS-AUDIT-LOG-STATUS     PIC X(2) VALUE "00".
           05  WS-CAT-EOF              PIC X VALUE "N".
               88  WS-END-OF-CATALOG   VALUE "Y".
           05  WS-GEN-EOF              PIC X VALUE "N".
               88  WS-END-OF-GEN       VALUE "Y".
           05  WS-SOURCE-EOF           PIC X VALUE "N".
               88  WS-END-OF-SOURCE    VALUE "Y".
           05  WS-POST-EOF             PIC X VALUE "N".
               88  WS-END-OF-POSTINGS  VALUE "Y".
           05  WS-MASTER-EOF           PIC X VALUE "N".
               88  WS-END-OF-MASTER    VALUE "Y".
           05  WS-PROOF-FLAG           PIC X VALUE "Y".
               88  WS-HISTORY-PROVED   VALUE "Y".
           05  WS-MASTER-PROOF-FLAG    PIC X VALUE "Y".
               88  WS-MASTER-PROVED    VALUE "Y".
           05  WS-MASTER-DAMAGE-FLAG   PIC X VALUE "N".
               88  WS-MASTER-DAMAGED   VALUE "Y".
           05  WS-GEN-OPEN-FLAG        PIC X VALUE "N".
               88  WS-GEN-BRACKET-OPEN VALUE "Y".
           05  WS-GEN-SKIP-FLAG        PIC X VALUE "N".
               88  WS-SKIPPING-GEN     VALUE "Y".
           05  WS-CT-FOUND-FLAG        PIC X VALUE "N".
               88  WS-CATALOG-FOUND    VALUE "Y".
           05  WS-DAY-FLAG             PIC X VALUE "N".
               88  WS-DAY-ON-RECORD    VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

       01  WS-MODE                     PIC X(1) VALUE "V".
           88  WS-VERIFY-MODE          VALUE "V".
           88  WS-REBUILD-MODE         VALUE "R".

      * The business day on BDAYCTL, for the rebuild's restart check.
           COPY BDAYREC.

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

           COPY TRANREC.

           COPY TRANOLD.

      * The master record on the other side of the merge: read from
      * TRAN-MASTER when verifying, from MAST-WORK when rebuilding.
       01  WS-MASTER-SIDE.
           05  MSD-CODE                PIC 9(9).
           05  MSD-DATE                PIC 9(8).
           05  MSD-CATEGORY            PIC X(2).
           05  MSD-AMOUNT              PIC 9(7)V99.
           05  MSD-SOURCE              PIC X(1).
           05  MSD-TRAN-TYPE           PIC X(1).
               88  MSD-REVERSAL        VALUE "R".
           05  FILLER                  PIC X(50).

      * TRANSOUT generations on GENCAT, each marked once its bracket
      * has been read from the stream.
       01  WS-CATALOG-TABLE.
           05  WS-CT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CT-IDX.
               10  WS-CT-DATE          PIC 9(8).
               10  WS-CT-COUNT         PIC 9(9).
               10  WS-CT-AMOUNT        PIC S9(13)V99.
               10  WS-CT-RETENTION     PIC 9(8).
               10  WS-CT-STREAM-FLAG   PIC X.
                   88  WS-CT-IN-STREAM VALUE "Y".

       01  WS-CATALOG-WORK.
           05  WS-CAT-ENTRIES          PIC 9(3) VALUE ZEROS.
           05  WS-GEN-CAT-SUB          PIC 9(3) VALUE ZEROS.
           05  WS-GEN-DATE             PIC 9(8) VALUE ZEROS.
           05  WS-GEN-COUNT            PIC 9(9) VALUE ZEROS.
           05  WS-GEN-NET              PIC S9(13)V99 VALUE ZEROS.
           05  WS-HISTORY-START        PIC 9(8) VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-GENS-READ            PIC 9(5) VALUE ZEROS.
           05  WS-GENS-SKIPPED         PIC 9(5) VALUE ZEROS.
           05  WS-GENS-EXPIRED         PIC 9(5) VALUE ZEROS.
           05  WS-GEN-POST-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-GEN-POST-NET         PIC S9(13)V99 VALUE ZEROS.
           05  WS-TOUT-POST-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-TOUT-POST-NET        PIC S9(13)V99 VALUE ZEROS.
           05  WS-SUPERSEDED-COUNT     PIC 9(9) VALUE ZEROS.
           05  WS-HISTORY-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-HISTORY-NET          PIC S9(13)V99 VALUE ZEROS.
           05  WS-MASTER-COUNT         PIC 9(9) VALUE ZEROS.
           05  WS-MASTER-NET           PIC S9(13)V99 VALUE ZEROS.
           05  WS-BEFORE-COUNT         PIC 9(9) VALUE ZEROS.
           05  WS-MISSING-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-EXTRA-COUNT          PIC 9(9) VALUE ZEROS.
           05  WS-DIFFERENT-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-UNLOADED-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-CARRIED-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-CARRIED-NET          PIC S9(13)V99 VALUE ZEROS.
           05  WS-WRITTEN-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-WRITTEN-NET          PIC S9(13)V99 VALUE ZEROS.
           05  WS-REBUILT-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-REBUILT-NET          PIC S9(13)V99 VALUE ZEROS.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-EVENT-TYPE     PIC X(10).
           05  WS-AUDIT-FIELD-NAME     PIC X(10).
           05  WS-AUDIT-OLD-VALUE      PIC 9(13)V99.
           05  WS-AUDIT-NEW-VALUE      PIC 9(13)V99.

       01  WS-DISCREPANCY-HEADING.
           05  FILLER                  PIC X(9) VALUE "FOUND".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(9) VALUE "     CODE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "POSTED".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "    AMOUNT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "MASTER".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "    AMOUNT".

       01  WS-DISCREPANCY-LINE.
           05  DSL-KIND                PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DSL-CODE                PIC Z(8)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSL-POSTED-DATE         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DSL-POSTED-AMOUNT       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DSL-MASTER-DATE         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DSL-MASTER-AMOUNT       PIC X(10).

       01  WS-REPORT-LINE.
           05  RL-LABEL                PIC X(30).
           05  RL-VALUE                PIC X(20).

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT           PIC Z(8)9.
           05  WS-EDIT-SIGNED          PIC Z(12)9.99-.
           05  WS-EDIT-AMOUNT          PIC Z(6)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-CATALOG.
           PERFORM 3000-READ-GENERATIONS.
           PERFORM 3800-CHECK-MISSING-DAYS.
           PERFORM 4000-READ-TRANS-OUT.
           CLOSE POST-WORK.
           IF WS-REBUILD-MODE
               PERFORM 6000-REBUILD-MASTER
           ELSE
               PERFORM 5000-VERIFY-MASTER
           END-IF.
           PERFORM 8000-PRINT-PROOF.
           PERFORM 9000-FINALIZE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 1100-LOAD-SETTINGS.
           IF WS-REBUILD-MODE
               PERFORM 1200-CHECK-BUSINESS-DAY
           END-IF.
           MOVE ZEROS TO WS-CATALOG-TABLE.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           OPEN OUTPUT MCHK-REPORT.
           IF WS-REBUILD-MODE
               MOVE "--- TRANSACTION MASTER REBUILD ---"
                   TO MCHK-REPORT-LINE
           ELSE
               MOVE "--- TRANSACTION MASTER VERIFY ---"
                   TO MCHK-REPORT-LINE
           END-IF.
           WRITE MCHK-REPORT-LINE.
           MOVE "RUN DATE" TO RL-LABEL.
           MOVE WS-RUN-DATE TO RL-VALUE.
           MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.
           OPEN OUTPUT POST-WORK.
           CLOSE POST-WORK.
           OPEN I-O POST-WORK.

       1100-LOAD-SETTINGS.
           OPEN INPUT MCHK-PARAMS.
           IF WS-MCHK-PRM-STATUS = "35"
               CONTINUE
           ELSE
               READ MCHK-PARAMS
                   AT END CONTINUE
                   NOT AT END
                       IF MCP-MODE NOT = SPACE
                           MOVE MCP-MODE TO WS-MODE
                       END-IF
               END-READ
               CLOSE MCHK-PARAMS
           END-IF.
           IF NOT WS-VERIFY-MODE AND NOT WS-REBUILD-MODE
               DISPLAY "Error: mode '" WS-MODE "' on MCHKPRM not "
                   "valid, V or R expected."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A TRANPROC run left started, or failed, still owes its
      * restart, which rewrites the master from its last checkpoint
      * on; the master is not rebuilt underneath it.
       1200-CHECK-BUSINESS-DAY.
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
               IF BDY-STARTED (1) OR BDY-FAILED (1)
                   OR BDY-STARTED (2) OR BDY-FAILED (2)
                   DISPLAY "Error: TRANPROC restart owed on business "
                       "day " BDY-BUSINESS-DATE ", rebuild refused."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-LOAD-CATALOG.
           OPEN INPUT GEN-CATALOG.
           IF WS-GEN-CAT-STATUS = "35"
               SET WS-END-OF-CATALOG TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-CATALOG
               READ GEN-CATALOG
                   AT END SET WS-END-OF-CATALOG TO TRUE
                   NOT AT END
                       IF GCT-FILE-ID = "TRANSOUT"
                           PERFORM 2100-STORE-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GEN-CAT-STATUS NOT = "35"
               CLOSE GEN-CATALOG
           END-IF.

       2100-STORE-CATALOG-ENTRY.
           IF WS-CAT-ENTRIES >= 500
               DISPLAY "Error: more than 500 TRANSOUT generations "
                   "on GENCAT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CAT-ENTRIES.
           SET WS-CT-IDX TO WS-CAT-ENTRIES.
           MOVE GCT-CUT-DATE TO WS-CT-DATE (WS-CT-IDX).
           MOVE GCT-RECORD-COUNT TO WS-CT-COUNT (WS-CT-IDX).
           MOVE GCT-AMOUNT TO WS-CT-AMOUNT (WS-CT-IDX).
           MOVE GCT-RETENTION-DATE TO WS-CT-RETENTION (WS-CT-IDX).
           MOVE "N" TO WS-CT-STREAM-FLAG (WS-CT-IDX).

       3000-READ-GENERATIONS.
           OPEN INPUT TRAN-GEN.
           IF WS-TRAN-GEN-STATUS = "35"
               MOVE "NO ARCHIVE STREAM MOUNTED" TO RL-LABEL
               MOVE SPACES TO RL-VALUE
               MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
               WRITE MCHK-REPORT-LINE
               SET WS-END-OF-GEN TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-GEN
               READ TRAN-GEN
                   AT END SET WS-END-OF-GEN TO TRUE
                   NOT AT END
                       MOVE TRAN-GEN-RECORD TO WS-GEN-RECORD
                       PERFORM 3100-WORK-ONE-GEN-RECORD
               END-READ
           END-PERFORM.
           IF WS-TRAN-GEN-STATUS NOT = "35"
               CLOSE TRAN-GEN
           END-IF.
           IF WS-GEN-BRACKET-OPEN
               MOVE "*** GENERATION UNTERMINATED" TO RL-LABEL
               MOVE WS-GEN-DATE TO RL-VALUE
               MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
               WRITE MCHK-REPORT-LINE
               MOVE "N" TO WS-PROOF-FLAG
           END-IF.

       3100-WORK-ONE-GEN-RECORD.
           EVALUATE TRUE
               WHEN GEN-TYPE = "GH"
                   PERFORM 3200-OPEN-BRACKET
               WHEN WS-SKIPPING-GEN
                   IF GEN-TYPE = "GT"
                       MOVE "N" TO WS-GEN-SKIP-FLAG
                   END-IF
               WHEN GEN-TYPE = "GD"
                   PERFORM 3300-LOAD-DETAIL
               WHEN GEN-TYPE = "GT"
                   PERFORM 3400-CLOSE-BRACKET
               WHEN OTHER
                   MOVE "*** BAD GENERATION RECORD" TO RL-LABEL
                   MOVE GEN-TYPE TO RL-VALUE
                   MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
                   WRITE MCHK-REPORT-LINE
                   MOVE "N" TO WS-PROOF-FLAG
           END-EVALUATE.

      * Only a TRANSOUT generation on the catalog is history; any
      * other bracket in the stream is skipped and counted. The
      * oldest generation read opens the retained history.
       3200-OPEN-BRACKET.
           IF WS-GEN-BRACKET-OPEN
               MOVE "*** GENERATION UNTERMINATED" TO RL-LABEL
               MOVE WS-GEN-DATE TO RL-VALUE
               MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
               WRITE MCHK-REPORT-LINE
               MOVE "N" TO WS-PROOF-FLAG
           END-IF.
           MOVE "N" TO WS-GEN-OPEN-FLAG.
           MOVE "N" TO WS-GEN-SKIP-FLAG.
           MOVE GEN-HDR-DATE TO WS-GEN-DATE.
           MOVE "N" TO WS-CT-FOUND-FLAG.
           IF GEN-HDR-FILE-ID = "TRANSOUT"
               PERFORM 3250-FIND-CATALOG-ENTRY
           END-IF.
           IF WS-CATALOG-FOUND
               SET WS-CT-IN-STREAM (WS-CT-IDX) TO TRUE
               SET WS-GEN-CAT-SUB TO WS-CT-IDX
               ADD 1 TO WS-GENS-READ
               SET WS-GEN-BRACKET-OPEN TO TRUE
               MOVE ZEROS TO WS-GEN-COUNT
               MOVE ZEROS TO WS-GEN-NET
               IF WS-HISTORY-START = ZEROS
                   OR WS-GEN-DATE < WS-HISTORY-START
                   MOVE WS-GEN-DATE TO WS-HISTORY-START
               END-IF
           ELSE
               ADD 1 TO WS-GENS-SKIPPED
               SET WS-SKIPPING-GEN TO TRUE
           END-IF.

      * A day cut twice (after a restore) is cataloged twice; each
      * bracket takes the first entry for its date not yet read.
       3250-FIND-CATALOG-ENTRY.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CAT-ENTRIES
                       OR WS-CATALOG-FOUND
               IF WS-CT-DATE (WS-CT-IDX) = WS-GEN-DATE
                   AND NOT WS-CT-IN-STREAM (WS-CT-IDX)
                   SET WS-CATALOG-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CATALOG-FOUND
               SET WS-CT-IDX DOWN BY 1
           END-IF.

       3300-LOAD-DETAIL.
           IF NOT WS-GEN-BRACKET-OPEN
               MOVE "*** DETAIL OUTSIDE BRACKET" TO RL-LABEL
               MOVE SPACES TO RL-VALUE
               MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
               WRITE MCHK-REPORT-LINE
               MOVE "N" TO WS-PROOF-FLAG
           ELSE
               MOVE GEN-DATA(1:86) TO TRAN-OUT-RECORD
               PERFORM 3350-LIFT-DETAIL
               ADD 1 TO WS-GEN-COUNT
               ADD 1 TO WS-GEN-POST-COUNT
               IF TOR-REVERSAL
                   SUBTRACT TOR-AMOUNT FROM WS-GEN-NET
                   SUBTRACT TOR-AMOUNT FROM WS-GEN-POST-NET
               ELSE
                   ADD TOR-AMOUNT TO WS-GEN-NET
                   ADD TOR-AMOUNT TO WS-GEN-POST-NET
               END-IF
               PERFORM 4500-STORE-POSTING
           END-IF.

      * A posting in the five-digit code layout carries a space in
      * TOR-LAYOUT; it is lifted into the current layout, the two
      * codes widened and everything between them unchanged.
       3350-LIFT-DETAIL.
           IF NOT TOR-WIDE-LAYOUT
               MOVE TRAN-OUT-RECORD TO TRAN-OUT-OLD-RECORD
               MOVE SPACES TO TRAN-OUT-RECORD
               MOVE TOL-CODE TO TOR-CODE
               MOVE TOL-POSTING-DATA TO TRAN-OUT-RECORD(10:46)
               IF TOL-FEE-LINK-CODE NUMERIC
                   MOVE TOL-FEE-LINK-CODE TO TOR-FEE-LINK-CODE
               ELSE
                   MOVE ZEROS TO TOR-FEE-LINK-CODE
               END-IF
           END-IF.

       3400-CLOSE-BRACKET.
           IF NOT WS-GEN-BRACKET-OPEN
               MOVE "*** TRAILER OUTSIDE BRACKET" TO RL-LABEL
               MOVE SPACES TO RL-VALUE
               MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
               WRITE MCHK-REPORT-LINE
               MOVE "N" TO WS-PROOF-FLAG
           ELSE
               IF GEN-TRL-COUNT NOT = WS-GEN-COUNT
                   OR GEN-TRL-AMOUNT NOT = WS-GEN-NET
                   MOVE "*** GENERATION MISMATCH" TO RL-LABEL
                   MOVE WS-GEN-DATE TO RL-VALUE
                   MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
                   WRITE MCHK-REPORT-LINE
                   MOVE "N" TO WS-PROOF-FLAG
               END-IF
               SET WS-CT-IDX TO WS-GEN-CAT-SUB
               IF WS-CT-COUNT (WS-CT-IDX) NOT = WS-GEN-COUNT
                   OR WS-CT-AMOUNT (WS-CT-IDX) NOT = WS-GEN-NET
                   MOVE "*** CATALOG MISMATCH" TO RL-LABEL
                   MOVE WS-GEN-DATE TO RL-VALUE
                   MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
                   WRITE MCHK-REPORT-LINE
                   MOVE "N" TO WS-PROOF-FLAG
               END-IF
               MOVE "N" TO WS-GEN-OPEN-FLAG
           END-IF.

      * A cataloged generation still within retention must be in the
      * stream; one past retention may already have been deleted.
       3800-CHECK-MISSING-DAYS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CAT-ENTRIES
               IF NOT WS-CT-IN-STREAM (WS-CT-IDX)
                   IF WS-CT-RETENTION (WS-CT-IDX) < WS-RUN-DATE
                       ADD 1 TO WS-GENS-EXPIRED
                   ELSE
                       MOVE "*** CATALOGED DAY MISSING" TO RL-LABEL
                       MOVE WS-CT-DATE (WS-CT-IDX) TO RL-VALUE
                       MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
                       WRITE MCHK-REPORT-LINE
                       MOVE "N" TO WS-PROOF-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      * Postings not yet cut follow the generations, so a code
      * posted again since the last cut keeps its latest posting.
       4000-READ-TRANS-OUT.
           MOVE "N" TO WS-SOURCE-EOF.
           OPEN INPUT TRANS-OUT.
           IF WS-TRANS-OUT-STATUS = "35"
               SET WS-END-OF-SOURCE TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ TRANS-OUT INTO TRAN-OUT-RECORD
                   AT END SET WS-END-OF-SOURCE TO TRUE
                   NOT AT END
                       PERFORM 3350-LIFT-DETAIL
                       ADD 1 TO WS-TOUT-POST-COUNT
                       IF TOR-REVERSAL
                           SUBTRACT TOR-AMOUNT FROM WS-TOUT-POST-NET
                       ELSE
                           ADD TOR-AMOUNT TO WS-TOUT-POST-NET
                       END-IF
                       IF WS-HISTORY-START = ZEROS
                           OR TOR-DATE < WS-HISTORY-START
                           MOVE TOR-DATE TO WS-HISTORY-START
                       END-IF
                       PERFORM 4500-STORE-POSTING
               END-READ
           END-PERFORM.
           IF WS-TRANS-OUT-STATUS NOT = "35"
               CLOSE TRANS-OUT
           END-IF.

      * The posting as TRANPROC writes it to the master. Fields a
      * posting of its time did not carry stay blank, as they were
      * left on the master then.
       4500-STORE-POSTING.
           MOVE SPACES TO TRAN-MASTER-RECORD.
           MOVE TOR-CODE TO TMR-CODE.
           MOVE TOR-DATE TO TMR-DATE.
           IF TOR-CATEGORY NUMERIC
               MOVE TOR-CATEGORY TO TMR-CATEGORY
           END-IF.
           MOVE TOR-AMOUNT TO TMR-AMOUNT.
           MOVE TOR-SOURCE TO TMR-SOURCE.
           MOVE TOR-TRAN-TYPE TO TMR-TRAN-TYPE.
           MOVE TOR-TRAN-REF TO TMR-TRAN-REF.
           IF TOR-ORIG-AMOUNT NUMERIC
               MOVE TOR-ORIG-AMOUNT TO TMR-ORIG-AMOUNT
           END-IF.
           MOVE TOR-CURRENCY TO TMR-CURRENCY.
           MOVE TOR-FEE-FLAG TO TMR-FEE-FLAG.
           IF TOR-FEE-LINK-CODE NUMERIC
               MOVE TOR-FEE-LINK-CODE TO TMR-FEE-LINK-CODE
           END-IF.
           MOVE TRAN-MASTER-RECORD TO POST-WORK-RECORD.
           WRITE POST-WORK-RECORD.
           IF WS-POST-WORK-STATUS = "22"
               REWRITE POST-WORK-RECORD
               ADD 1 TO WS-SUPERSEDED-COUNT
           END-IF.
           IF WS-POST-WORK-STATUS NOT = "00"
               DISPLAY "Error: POSTWORK write failed for code "
                   PWK-CODE ", status " WS-POST-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-VERIFY-MASTER.
           OPEN INPUT POST-WORK.
           MOVE "N" TO WS-POST-EOF.
           MOVE "N" TO WS-MASTER-EOF.
           OPEN INPUT TRAN-MASTER.
           EVALUATE WS-TRAN-MAST-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "*** TRANMAST NOT FOUND" TO RL-LABEL
                   MOVE SPACES TO RL-VALUE
                   MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
                   WRITE MCHK-REPORT-LINE
                   SET WS-END-OF-MASTER TO TRUE
               WHEN OTHER
                   DISPLAY "Error: TRANMAST cannot be opened, status "
                       WS-TRAN-MAST-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 5100-READ-POSTING.
           IF NOT WS-END-OF-MASTER
               PERFORM 5200-READ-MASTER
           END-IF.
           PERFORM 5050-PRINT-DISCREPANCY-HEADING.
           PERFORM 5300-MATCH-ONE-CODE
               UNTIL WS-END-OF-POSTINGS AND WS-END-OF-MASTER.
           CLOSE POST-WORK.
           IF WS-TRAN-MAST-STATUS NOT = "35"
               CLOSE TRAN-MASTER
           END-IF.

       5050-PRINT-DISCREPANCY-HEADING.
           MOVE SPACES TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.
           MOVE WS-DISCREPANCY-HEADING TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.

       5100-READ-POSTING.
           READ POST-WORK NEXT RECORD
               AT END SET WS-END-OF-POSTINGS TO TRUE
           END-READ.

      * A master that cannot be read to its end is damaged: what
      * follows the failure is not judged, and the proof fails.
       5200-READ-MASTER.
           IF WS-REBUILD-MODE
               READ MAST-WORK INTO WS-MASTER-SIDE
                   AT END SET WS-END-OF-MASTER TO TRUE
               END-READ
           ELSE
               READ TRAN-MASTER NEXT RECORD INTO WS-MASTER-SIDE
                   AT END SET WS-END-OF-MASTER TO TRUE
               END-READ
               IF WS-TRAN-MAST-STATUS NOT = "00"
                   AND WS-TRAN-MAST-STATUS NOT = "02"
                   AND WS-TRAN-MAST-STATUS NOT = "10"
                   MOVE "*** TRANMAST READ FAILED" TO RL-LABEL
                   MOVE WS-TRAN-MAST-STATUS TO RL-VALUE
                   MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
                   WRITE MCHK-REPORT-LINE
                   SET WS-MASTER-DAMAGED TO TRUE
                   SET WS-END-OF-MASTER TO TRUE
               END-IF
           END-IF.

       5300-MATCH-ONE-CODE.
           EVALUATE TRUE
               WHEN WS-END-OF-MASTER
                   PERFORM 5400-POSTING-ONLY
               WHEN WS-END-OF-POSTINGS
                   PERFORM 5500-MASTER-ONLY
               WHEN PWK-CODE < MSD-CODE
                   PERFORM 5400-POSTING-ONLY
               WHEN PWK-CODE > MSD-CODE
                   PERFORM 5500-MASTER-ONLY
               WHEN OTHER
                   PERFORM 5600-POSTING-AND-MASTER
           END-EVALUATE.

       5400-POSTING-ONLY.
           PERFORM 5700-TALLY-HISTORY.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE "MISSING" TO DSL-KIND.
           PERFORM 5800-LIST-DISCREPANCY.
           IF WS-REBUILD-MODE
               MOVE POST-WORK-RECORD TO TRAN-MASTER-RECORD
               PERFORM 6400-WRITE-MASTER
           END-IF.
           PERFORM 5100-READ-POSTING.

      * A master record from before the retained history has no
      * posting left to judge it by; a rebuild carries it over.
       5500-MASTER-ONLY.
           IF MSD-DATE < WS-HISTORY-START
               ADD 1 TO WS-BEFORE-COUNT
               IF WS-REBUILD-MODE
                   ADD 1 TO WS-CARRIED-COUNT
                   IF MSD-REVERSAL
                       SUBTRACT MSD-AMOUNT FROM WS-CARRIED-NET
                   ELSE
                       ADD MSD-AMOUNT TO WS-CARRIED-NET
                   END-IF
                   MOVE WS-MASTER-SIDE TO TRAN-MASTER-RECORD
                   PERFORM 6400-WRITE-MASTER
               END-IF
           ELSE
               PERFORM 5750-TALLY-MASTER
               ADD 1 TO WS-EXTRA-COUNT
               MOVE "EXTRA" TO DSL-KIND
               PERFORM 5800-LIST-DISCREPANCY
           END-IF.
           PERFORM 5200-READ-MASTER.

       5600-POSTING-AND-MASTER.
           PERFORM 5700-TALLY-HISTORY.
           PERFORM 5750-TALLY-MASTER.
           IF POST-WORK-RECORD NOT = WS-MASTER-SIDE
               ADD 1 TO WS-DIFFERENT-COUNT
               MOVE "DIFFERENT" TO DSL-KIND
               PERFORM 5800-LIST-DISCREPANCY
           END-IF.
           IF WS-REBUILD-MODE
               MOVE POST-WORK-RECORD TO TRAN-MASTER-RECORD
               PERFORM 6400-WRITE-MASTER
           END-IF.
           PERFORM 5100-READ-POSTING.
           PERFORM 5200-READ-MASTER.

       5700-TALLY-HISTORY.
           ADD 1 TO WS-HISTORY-COUNT.
           IF PWK-REVERSAL
               SUBTRACT PWK-AMOUNT FROM WS-HISTORY-NET
           ELSE
               ADD PWK-AMOUNT TO WS-HISTORY-NET
           END-IF.

       5750-TALLY-MASTER.
           ADD 1 TO WS-MASTER-COUNT.
           IF MSD-AMOUNT NUMERIC
               IF MSD-REVERSAL
                   SUBTRACT MSD-AMOUNT FROM WS-MASTER-NET
               ELSE
                   ADD MSD-AMOUNT TO WS-MASTER-NET
               END-IF
           END-IF.

      * The posted side is blank for an extra record, the master
      * side for a missing one.
       5800-LIST-DISCREPANCY.
           MOVE SPACES TO DSL-POSTED-DATE.
           MOVE SPACES TO DSL-POSTED-AMOUNT.
           MOVE SPACES TO DSL-MASTER-DATE.
           MOVE SPACES TO DSL-MASTER-AMOUNT.
           IF DSL-KIND = "EXTRA"
               MOVE MSD-CODE TO DSL-CODE
           ELSE
               MOVE PWK-CODE TO DSL-CODE
               MOVE PWK-DATE TO DSL-POSTED-DATE
               MOVE PWK-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO DSL-POSTED-AMOUNT
           END-IF.
           IF DSL-KIND NOT = "MISSING"
               MOVE MSD-DATE TO DSL-MASTER-DATE
               IF MSD-AMOUNT NUMERIC
                   MOVE MSD-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO DSL-MASTER-AMOUNT
               ELSE
                   MOVE "NOT NUMERIC" TO DSL-MASTER-AMOUNT
               END-IF
           END-IF.
           MOVE WS-DISCREPANCY-LINE TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.

      * Nothing is touched unless the whole history proved out. The
      * old master is unloaded first, as far as it can be read, so
      * its records from before the retained history survive; the
      * merge then lists what the old master had wrong while the
      * new one is written.
       6000-REBUILD-MASTER.
           IF NOT WS-HISTORY-PROVED
               DISPLAY "Error: posted history did not prove out, "
                   "TRANMAST not rebuilt."
               MOVE "*** HISTORY NOT PROVED" TO RL-LABEL
               MOVE "MASTER NOT REBUILT" TO RL-VALUE
               PERFORM 6900-END-REFUSED
           END-IF.
           IF WS-HISTORY-START = ZEROS
               DISPLAY "Error: no posted history found, TRANMAST "
                   "not rebuilt."
               MOVE "*** NO POSTED HISTORY" TO RL-LABEL
               MOVE "MASTER NOT REBUILT" TO RL-VALUE
               PERFORM 6900-END-REFUSED
           END-IF.
           PERFORM 6100-UNLOAD-MASTER.
           OPEN OUTPUT TRAN-MASTER.
           IF WS-TRAN-MAST-STATUS NOT = "00"
               DISPLAY "Error: TRANMAST cannot be opened for "
                   "output, status " WS-TRAN-MAST-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POST-WORK.
           OPEN INPUT MAST-WORK.
           MOVE "N" TO WS-POST-EOF.
           MOVE "N" TO WS-MASTER-EOF.
           PERFORM 5100-READ-POSTING.
           PERFORM 5200-READ-MASTER.
           PERFORM 5050-PRINT-DISCREPANCY-HEADING.
           PERFORM 5300-MATCH-ONE-CODE
               UNTIL WS-END-OF-POSTINGS AND WS-END-OF-MASTER.
           CLOSE POST-WORK.
           CLOSE MAST-WORK.
           CLOSE TRAN-MASTER.
           PERFORM 6500-READ-BACK-MASTER.

       6100-UNLOAD-MASTER.
           OPEN OUTPUT MAST-WORK.
           MOVE "N" TO WS-MASTER-EOF.
           OPEN INPUT TRAN-MASTER.
           EVALUATE WS-TRAN-MAST-STATUS
               WHEN "00"
                   PERFORM 6200-UNLOAD-ONE-RECORD
                       UNTIL WS-END-OF-MASTER
                   CLOSE TRAN-MASTER
               WHEN "35"
                   MOVE "OLD TRANMAST NOT FOUND" TO RL-LABEL
                   MOVE SPACES TO RL-VALUE
                   MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
                   WRITE MCHK-REPORT-LINE
               WHEN OTHER
                   MOVE "*** OLD TRANMAST NOT READABLE" TO RL-LABEL
                   MOVE WS-TRAN-MAST-STATUS TO RL-VALUE
                   MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
                   WRITE MCHK-REPORT-LINE
                   SET WS-MASTER-DAMAGED TO TRUE
           END-EVALUATE.
           CLOSE MAST-WORK.

       6200-UNLOAD-ONE-RECORD.
           READ TRAN-MASTER NEXT RECORD
               AT END SET WS-END-OF-MASTER TO TRUE
               NOT AT END
                   WRITE MAST-WORK-RECORD FROM TRAN-MASTER-RECORD
                   ADD 1 TO WS-UNLOADED-COUNT
           END-READ.
           IF WS-TRAN-MAST-STATUS NOT = "00"
               AND WS-TRAN-MAST-STATUS NOT = "02"
               AND WS-TRAN-MAST-STATUS NOT = "10"
               MOVE "*** OLD TRANMAST READ FAILED" TO RL-LABEL
               MOVE WS-TRAN-MAST-STATUS TO RL-VALUE
               MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE
               WRITE MCHK-REPORT-LINE
               SET WS-MASTER-DAMAGED TO TRUE
               SET WS-END-OF-MASTER TO TRUE
           END-IF.

       6400-WRITE-MASTER.
           WRITE TRAN-MASTER-RECORD.
           IF WS-TRAN-MAST-STATUS NOT = "00"
               DISPLAY "Error: TRANMAST rebuild write failed for "
                   "code " TMR-CODE ", status " WS-TRAN-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WRITTEN-COUNT.
           IF TMR-REVERSAL
               SUBTRACT TMR-AMOUNT FROM WS-WRITTEN-NET
           ELSE
               ADD TMR-AMOUNT TO WS-WRITTEN-NET
           END-IF.

      * The rebuilt master is read back end to end: its count and
      * net must be what was written.
       6500-READ-BACK-MASTER.
           MOVE "N" TO WS-MASTER-EOF.
           OPEN INPUT TRAN-MASTER.
           PERFORM UNTIL WS-END-OF-MASTER
               READ TRAN-MASTER NEXT RECORD
                   AT END SET WS-END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REBUILT-COUNT
                       IF TMR-REVERSAL
                           SUBTRACT TMR-AMOUNT FROM WS-REBUILT-NET
                       ELSE
                           ADD TMR-AMOUNT TO WS-REBUILT-NET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRAN-MASTER.

       6900-END-REFUSED.
           MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.
           CLOSE AUDIT-LOG.
           CLOSE MCHK-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Counts and net amounts go to AUDITLOG unsigned, as AUDREC
      * carries them; the sign of a net is on MCHKRPT.
       7000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALR-TIMESTAMP.
           MOVE "TRANMCHK" TO ALR-JOB-ID.
           MOVE WS-AUDIT-FIELD-NAME TO ALR-FIELD-NAME.
           MOVE WS-AUDIT-OLD-VALUE TO ALR-OLD-VALUE.
           MOVE WS-AUDIT-NEW-VALUE TO ALR-NEW-VALUE.
           MOVE WS-AUDIT-EVENT-TYPE TO ALR-EVENT-TYPE.
           WRITE AUDIT-LOG-RECORD.

       8000-PRINT-PROOF.
           MOVE SPACES TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.
           MOVE "--- POSTED HISTORY ---" TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.
           MOVE "GENERATIONS READ" TO RL-LABEL.
           MOVE WS-GENS-READ TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           IF WS-GENS-SKIPPED > ZEROS
               MOVE "GENERATIONS SKIPPED" TO RL-LABEL
               MOVE WS-GENS-SKIPPED TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RL-VALUE
               PERFORM 8900-WRITE-REPORT-LINE
           END-IF.
           IF WS-GENS-EXPIRED > ZEROS
               MOVE "PAST RETENTION, NOT MOUNTED" TO RL-LABEL
               MOVE WS-GENS-EXPIRED TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RL-VALUE
               PERFORM 8900-WRITE-REPORT-LINE
           END-IF.
           MOVE "HISTORY FROM" TO RL-LABEL.
           MOVE WS-HISTORY-START TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "POSTINGS FROM GENERATIONS" TO RL-LABEL.
           MOVE WS-GEN-POST-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "  NET AMOUNT" TO RL-LABEL.
           MOVE WS-GEN-POST-NET TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "POSTINGS FROM TRANS-OUT" TO RL-LABEL.
           MOVE WS-TOUT-POST-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "  NET AMOUNT" TO RL-LABEL.
           MOVE WS-TOUT-POST-NET TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "SUPERSEDED BY A LATER POSTING" TO RL-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           IF NOT WS-HISTORY-PROVED
               MOVE "*** HISTORY NOT PROVED" TO RL-LABEL
               MOVE SPACES TO RL-VALUE
               PERFORM 8900-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.
           MOVE "--- CONTROL TOTALS ---" TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.
           MOVE "POSTED CODES" TO RL-LABEL.
           MOVE WS-HISTORY-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "  NET AMOUNT" TO RL-LABEL.
           MOVE WS-HISTORY-NET TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           IF WS-REBUILD-MODE
               MOVE "OLD MASTER RECORDS IN HISTORY" TO RL-LABEL
           ELSE
               MOVE "MASTER RECORDS IN HISTORY" TO RL-LABEL
           END-IF.
           MOVE WS-MASTER-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "  NET AMOUNT" TO RL-LABEL.
           MOVE WS-MASTER-NET TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "BEFORE RETAINED HISTORY" TO RL-LABEL.
           MOVE WS-BEFORE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "MISSING" TO RL-LABEL.
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "EXTRA" TO RL-LABEL.
           MOVE WS-EXTRA-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "DIFFERENT" TO RL-LABEL.
           MOVE WS-DIFFERENT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           IF WS-REBUILD-MODE
               PERFORM 8200-PRINT-REBUILD-PROOF
           ELSE
               PERFORM 8100-PRINT-VERIFY-PROOF
           END-IF.

       8100-PRINT-VERIFY-PROOF.
           IF NOT WS-HISTORY-PROVED
               OR WS-MASTER-DAMAGED
               OR WS-MISSING-COUNT > ZEROS
               OR WS-EXTRA-COUNT > ZEROS
               OR WS-DIFFERENT-COUNT > ZEROS
               OR WS-MASTER-COUNT NOT = WS-HISTORY-COUNT
               OR WS-MASTER-NET NOT = WS-HISTORY-NET
               MOVE "N" TO WS-MASTER-PROOF-FLAG
           END-IF.
           IF WS-MASTER-PROVED
               MOVE "MASTER IN PROOF" TO RL-LABEL
           ELSE
               MOVE "*** MASTER OUT OF PROOF ***" TO RL-LABEL
           END-IF.
           MOVE SPACES TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "VERIFY" TO WS-AUDIT-EVENT-TYPE.
           MOVE "COUNT" TO WS-AUDIT-FIELD-NAME.
           MOVE WS-HISTORY-COUNT TO WS-AUDIT-OLD-VALUE.
           MOVE WS-MASTER-COUNT TO WS-AUDIT-NEW-VALUE.
           PERFORM 7000-WRITE-AUDIT-RECORD.
           MOVE "AMOUNT" TO WS-AUDIT-FIELD-NAME.
           MOVE WS-HISTORY-NET TO WS-AUDIT-OLD-VALUE.
           MOVE WS-MASTER-NET TO WS-AUDIT-NEW-VALUE.
           PERFORM 7000-WRITE-AUDIT-RECORD.
           PERFORM 8300-AUDIT-DISCREPANCIES.

       8200-PRINT-REBUILD-PROOF.
           MOVE SPACES TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.
           MOVE "--- REBUILT MASTER ---" TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.
           MOVE "OLD MASTER RECORDS UNLOADED" TO RL-LABEL.
           MOVE WS-UNLOADED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "CARRIED FROM OLD MASTER" TO RL-LABEL.
           MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "  NET AMOUNT" TO RL-LABEL.
           MOVE WS-CARRIED-NET TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "RECORDS WRITTEN" TO RL-LABEL.
           MOVE WS-WRITTEN-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "  NET AMOUNT" TO RL-LABEL.
           MOVE WS-WRITTEN-NET TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "RECORDS READ BACK" TO RL-LABEL.
           MOVE WS-REBUILT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "  NET AMOUNT" TO RL-LABEL.
           MOVE WS-REBUILT-NET TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           IF WS-WRITTEN-COUNT
                   NOT = WS-HISTORY-COUNT + WS-CARRIED-COUNT
               OR WS-WRITTEN-NET
                   NOT = WS-HISTORY-NET + WS-CARRIED-NET
               OR WS-REBUILT-COUNT NOT = WS-WRITTEN-COUNT
               OR WS-REBUILT-NET NOT = WS-WRITTEN-NET
               OR WS-MASTER-DAMAGED
               MOVE "N" TO WS-MASTER-PROOF-FLAG
           END-IF.
           IF WS-MASTER-DAMAGED
               MOVE "*** OLD MASTER PARTLY UNREADABLE"
                   TO MCHK-REPORT-LINE
               WRITE MCHK-REPORT-LINE
               MOVE "    PRE-HISTORY RECORDS MAY BE LOST"
                   TO MCHK-REPORT-LINE
               WRITE MCHK-REPORT-LINE
           END-IF.
           IF WS-MASTER-PROVED
               MOVE "REBUILT MASTER IN PROOF" TO RL-LABEL
           ELSE
               MOVE "*** REBUILT MASTER OUT OF PROOF" TO RL-LABEL
           END-IF.
           MOVE SPACES TO RL-VALUE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE "REBUILD" TO WS-AUDIT-EVENT-TYPE.
           MOVE "COUNT" TO WS-AUDIT-FIELD-NAME.
           COMPUTE WS-AUDIT-OLD-VALUE =
               WS-HISTORY-COUNT + WS-CARRIED-COUNT.
           MOVE WS-REBUILT-COUNT TO WS-AUDIT-NEW-VALUE.
           PERFORM 7000-WRITE-AUDIT-RECORD.
           MOVE "AMOUNT" TO WS-AUDIT-FIELD-NAME.
           COMPUTE WS-AUDIT-OLD-VALUE =
               WS-HISTORY-NET + WS-CARRIED-NET.
           MOVE WS-REBUILT-NET TO WS-AUDIT-NEW-VALUE.
           PERFORM 7000-WRITE-AUDIT-RECORD.
           MOVE "CARRIED" TO WS-AUDIT-FIELD-NAME.
           MOVE WS-UNLOADED-COUNT TO WS-AUDIT-OLD-VALUE.
           MOVE WS-CARRIED-COUNT TO WS-AUDIT-NEW-VALUE.
           PERFORM 7000-WRITE-AUDIT-RECORD.
           PERFORM 8300-AUDIT-DISCREPANCIES.

      * What the master had wrong, one event each, the count as the
      * new value.
       8300-AUDIT-DISCREPANCIES.
           MOVE ZEROS TO WS-AUDIT-OLD-VALUE.
           MOVE "MISSING" TO WS-AUDIT-FIELD-NAME.
           MOVE WS-MISSING-COUNT TO WS-AUDIT-NEW-VALUE.
           PERFORM 7000-WRITE-AUDIT-RECORD.
           MOVE "EXTRA" TO WS-AUDIT-FIELD-NAME.
           MOVE WS-EXTRA-COUNT TO WS-AUDIT-NEW-VALUE.
           PERFORM 7000-WRITE-AUDIT-RECORD.
           MOVE "DIFFERENT" TO WS-AUDIT-FIELD-NAME.
           MOVE WS-DIFFERENT-COUNT TO WS-AUDIT-NEW-VALUE.
           PERFORM 7000-WRITE-AUDIT-RECORD.

       8900-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO MCHK-REPORT-LINE.
           WRITE MCHK-REPORT-LINE.

      * A master out of proof, or history that did not prove out,
      * ends the run with 8: TRANINQ and TRANRSCH answers are not
      * to be relied on until it is put right. A rebuild from an old
      * master that could not be read to its end is out of proof
      * too: the master has been replaced, and any pre-history
      * records past the point of failure are lost, so the carried
      * count is a lower bound.
       9000-FINALIZE.
           CLOSE AUDIT-LOG.
           CLOSE MCHK-REPORT.
           IF NOT WS-MASTER-PROVED
               OR NOT WS-HISTORY-PROVED
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM TRANMCHK.
