      *
      * Daily transaction posting run: assigns each incoming
      * transaction a WS-CODE and accumulates WS-AMOUNT.
      *
      * Every origin gets an acknowledgment for each detail of its
      * groups, or one refusal record for a refused group, on ACKOUT;
      * settlements made since by REJFIX, SUSFIX, and LIMAPPR go
      * back on the same file at the start of the next run.
      *
      * Each run checks the business day on BDAYCTL before it opens
      * anything: intraday runs and the close run post to the day
      * in hand, and the first run after the chain has finished
      * the day opens the next one.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

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

           SELECT CTL-REPORT
               ASSIGN TO "CTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVE-Q-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO "FXRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.

           SELECT FEE-SCHEDULE
               ASSIGN TO "FEESCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHED-STATUS.

           SELECT WAREHOUSE-FILE
               ASSIGN TO "WAREHOUSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT WHSE-WORK
               ASSIGN TO "WHSEWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT WHSE-HOLD
               ASSIGN TO "WHSEHOLD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACK-FILE
               ASSIGN TO "ACKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT ACK-WORK
               ASSIGN TO "ACKWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACK-OPEN
               ASSIGN TO "ACKOPEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OPEN-STATUS.

           SELECT ACK-HOLD
               ASSIGN TO "ACKHOLD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACK-FOLLOW
               ASSIGN TO "ACKFOLLOW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FOLLOW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN
      * ("H") and trailer ("T") so a truncated or re-sent feed is
      * caught before its batch releases to the GL. One transmission
      * may carry several bracketed groups concatenated; each group
      * proves out against its own trailer. IT-AMOUNT is in the
      * detail's own IT-CURRENCY (blank means base currency), and
      * the trailer hash is the sum of the amounts as captured.
      * IT-VALUE-DATE blank or zero means the run date; a later
      * date parks the detail on the warehouse until that day.
       01  TRANS-IN-RECORD.
           05  IT-RECORD-TYPE          PIC X(1).
               88  IT-HEADER           VALUE "H".
               10  IT-TRAN-REF         PIC X(12).
               10  IT-APPROVAL-FLAG    PIC X(1).
                   88  IT-PRE-APPROVED VALUE "A".
               10  IT-CURRENCY         PIC X(3).
               10  IT-VALUE-DATE       PIC 9(8).
               10  FILLER              PIC X(43).
           05  IT-HEADER-DATA REDEFINES IT-DETAIL-DATA.
               10  IT-HDR-RUN-DATE     PIC 9(8).
               10  IT-HDR-ORIGIN       PIC X(8).
       FD  WS-CODE-SEQ-FILE
           RECORDING MODE IS F.
       01  WS-CODE-SEQ-RECORD.
           05  SEQ-LAST-CODE           PIC 9(9).
           05  FILLER                  PIC X(71).

       FD  WS-AMOUNT-EXCEPTIONS
           RECORDING MODE IS F.
       01  AMOUNT-EXCEPTION-RECORD.
           05  AER-CODE                PIC 9(9).
           05  AER-ATTEMPTED-TOTAL     PIC 9(13)V99.
           05  AER-CLAMPED-VALUE       PIC 9(11)V99.
           05  AER-AMOUNT-LOST         PIC 9(13)V99.
           05  FILLER                  PIC X(42).

      * Mirrors AMOUNT-EXCEPTION-RECORD, but for a single category
      * accumulator hitting its own ceiling instead of the combined
           RECORDING MODE IS F.
       01  CATEGORY-EXCEPTION-RECORD.
           05  CER-CATEGORY-CODE       PIC 9(2).
           05  CER-CODE                PIC 9(9).
           05  CER-ATTEMPTED-TOTAL     PIC 9(11)V99.
           05  CER-CLAMPED-VALUE       PIC 9(9)V99.
           05  CER-AMOUNT-LOST         PIC 9(11)V99.
           05  FILLER                  PIC X(46).

      * A reversal that would drive its category total negative is
      * held out here instead of being posted blind; operations
           05  RVR-CATEGORY-TOTAL      PIC S9(9)V99.
           05  RVR-SOURCE              PIC X(1).
           05  RVR-TIMESTAMP           PIC 9(14).
           05  RVR-CURRENCY            PIC X(3).
           05  RVR-BASE-AMOUNT         PIC 9(7)V99.
           05  FILLER                  PIC X(31).

      * A transaction whose reference matches recent posted history
      * is parked here with the original posting alongside, for
           RECORDING MODE IS F.
           COPY SUSREC.

       FD  BUSINESS-DAY-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DAY-FILE-RECORD    PIC X(400).

       FD  BUSINESS-DAY-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY BDAYOVR.

       FD  BUSINESS-DAY-LOG
           RECORDING MODE IS F.
           COPY BDAYLOG.

       FD  CTL-REPORT.
       01  CTL-REPORT-LINE             PIC X(80).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  CKP-CODE                PIC 9(9).
           05  CKP-AMOUNT              PIC 9(11)V99.
           05  CKP-INPUT-POSITION      PIC 9(9).
           05  CKP-RUN-TXN-COUNT       PIC 9(9).
           05  CKP-GROSS-DEBITS        PIC 9(13)V99.
           05  CKP-GROSS-CREDITS       PIC 9(13)V99.
           05  CKP-RUN-START-CODE      PIC 9(9).
           05  CKP-FEE-COUNT           PIC 9(7) COMP-3.
           05  CKP-FEE-NET             PIC S9(11)V99 COMP-3.

      * Full snapshot of WS-CATEGORY-TABLE, rewritten every time
      * CHECKPOINT-RECORD is, so a restart can rebuild per-category

      * Full snapshot of WS-SOURCE-TABLE, maintained alongside
      * CATEGORY-CKPT-FILE so a restart rebuilds channel settlement
      * totals too, one record per channel and currency.
       FD  SOURCE-CKPT-FILE
           RECORDING MODE IS F.
       01  SOURCE-CKPT-RECORD.
           05  SCK-SOURCE-CODE         PIC X(1).
           05  SCK-SOURCE-COUNT        PIC 9(9) COMP-3.
           05  SCK-SOURCE-TOTAL        PIC S9(11)V99 COMP-3.
           05  SCK-CURRENCY            PIC X(3).
           05  SCK-ORIG-TOTAL          PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           05  PRM-AVG-TICKET-LOW      PIC 9(7)V99.
           05  PRM-AVG-TICKET-HIGH     PIC 9(7)V99.
           05  PRM-RUN-MODE            PIC X(1).
           05  PRM-BASE-CURRENCY       PIC X(3).
           05  FILLER                  PIC X(48).

      * Category master: the authoritative list of posting categories.
      * A transaction carrying a code not on this file, or one flagged
           05  GCR-JOB-ID              PIC X(8).
           05  GCR-TRANSACTION-COUNT   PIC 9(5).
           05  GCR-TOTAL-AMOUNT        PIC 9(11)V99.
           05  GCR-FEE-NET REDEFINES GCR-TOTAL-AMOUNT
                                       PIC S9(11)V99.
           05  FILLER                  PIC X(50).

      * One record per source channel and currency seen this run:
      * treasury feeds these counts and amounts to the settling
      * banks, and settles each currency separately. SET-AMOUNT is
      * base currency; SET-ORIG-AMOUNT is in SET-CURRENCY.
       FD  SETTLEMENT-FILE
           RECORDING MODE IS F.
       01  SETTLEMENT-RECORD.
           05  SET-SOURCE              PIC X(1).
           05  SET-TXN-COUNT           PIC 9(9).
           05  SET-AMOUNT              PIC S9(11)V99.
           05  SET-CURRENCY            PIC X(3).
           05  SET-ORIG-AMOUNT         PIC S9(11)V99.
           05  FILLER                  PIC X(33).

      * One record per GL release, written alongside GLCONTROL and
      * updated by GLRECON when the GL's acknowledgments arrive. It
      * carries both halves of the release - the "GL" postings and
      * the "FE" fee income - and the status covers the two: "P"
      * awaiting acknowledgment, "A" both acknowledged, "D" a count
      * or amount disputed on either. A new run refuses to start
      * while a prior day's release is still "P" or "D".
       FD  GL-STATUS-FILE
           RECORDING MODE IS F.
       01  GL-STATUS-RECORD.
               88  GLS-PENDING         VALUE "P".
               88  GLS-ACKNOWLEDGED    VALUE "A".
               88  GLS-DISPUTED        VALUE "D".
           05  GLS-FEE-COUNT           PIC 9(5).
           05  GLS-FEE-NET             PIC S9(11)V99.
           05  FILLER                  PIC X(27).

      * A transaction that would breach its category's limit is
      * held here instead of posting; LIMAPPR works the queue and
           RECORDING MODE IS F.
           COPY APPREC.

      * Treasury's daily rate file: base-currency units per one unit
      * of FXR-CURRENCY. Only rates dated today are loaded, so a
      * detail in a currency treasury has not quoted today rejects
      * rather than posting at a stale rate.
       FD  FX-RATE-FILE
           RECORDING MODE IS F.
       01  FX-RATE-RECORD.
           05  FXR-RATE-DATE           PIC 9(8).
           05  FXR-CURRENCY            PIC X(3).
           05  FXR-RATE                PIC 9(5)V9(6).
           05  FILLER                  PIC X(58).

      * Fee schedule: what a posting is charged, by category and
      * source channel. A blank channel is the category's default,
      * used for any channel without an entry of its own. The fee
      * is the flat amount plus the percentage of the base amount,
      * held to the minimum and maximum; a zero minimum or maximum
      * means no floor or no cap.
       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
       01  FEE-SCHEDULE-RECORD.
           05  FSR-CATEGORY            PIC 9(2).
           05  FSR-SOURCE              PIC X(1).
           05  FSR-FLAT-FEE            PIC 9(5)V99.
           05  FSR-PERCENT             PIC 9(2)V9(4).
           05  FSR-MINIMUM             PIC 9(5)V99.
           05  FSR-MAXIMUM             PIC 9(5)V99.
           05  FILLER                  PIC X(50).

       FD  WAREHOUSE-FILE
           RECORDING MODE IS F.
           COPY WHSREC.

      * A group's parked details are staged here the same way its
      * postings are staged on TRAN-WORK, and join the warehouse
      * only when the group releases.
       FD  WHSE-WORK
           RECORDING MODE IS F.
       01  WHSE-WORK-RECORD            PIC X(80).

      * The warehouse as it stood at start-up, read back while the
      * due items are released and the file is written anew.
       FD  WHSE-HOLD
           RECORDING MODE IS F.
       01  WHSE-HOLD-RECORD            PIC X(80).

      * Each origin's acknowledgments. Every record carries its
      * origin; the transmission step splits the file by ACK-ORIGIN
      * into the return file for each capture system.
       FD  ACK-FILE
           RECORDING MODE IS F.
           COPY ACKREC.

      * A group's acknowledgments are staged with its postings: a
      * refused group answers with its one refusal record instead.
       FD  ACK-WORK
           RECORDING MODE IS F.
       01  ACK-WORK-RECORD             PIC X(80).

      * The acknowledgments of items still open on REJECTS,
      * SUSPENSE, or APPROVEQ, kept until the workbench settles
      * them so the follow-up can be returned to the right origin.
       FD  ACK-OPEN
           RECORDING MODE IS F.
       01  ACK-OPEN-RECORD             PIC X(80).

       FD  ACK-HOLD
           RECORDING MODE IS F.
       01  ACK-HOLD-RECORD             PIC X(80).

      * Settlements of exception items, written by REJFIX, SUSFIX,
      * and LIMAPPR in acknowledgment layout without the origin.
       FD  ACK-FOLLOW
           RECORDING MODE IS F.
       01  ACK-FOLLOW-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05  WS-CODE                 PIC 9(9) VALUE ZEROS.
           05  WS-AMOUNT               PIC 9(11)V99 VALUE ZEROS.

       01  WS-FLAGS.
           05  WS-SUSPENSE-STATUS      PIC X(2) VALUE "00".
           05  WS-TRAN-MAST-STATUS     PIC X(2) VALUE "00".
           05  WS-GL-STATUS-STATUS     PIC X(2) VALUE "00".
           05  WS-BDAY-CTL-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-OVR-STATUS      PIC X(2) VALUE "00".
           05  WS-BDAY-LOG-STATUS      PIC X(2) VALUE "00".
           05  WS-APPROVE-Q-STATUS     PIC X(2) VALUE "00".
           05  WS-FX-RATE-STATUS       PIC X(2) VALUE "00".
           05  WS-FX-RATE-EOF          PIC X VALUE "N".
               88  WS-END-OF-FX-RATES  VALUE "Y".
           05  WS-FEE-SCHED-STATUS     PIC X(2) VALUE "00".
           05  WS-FEE-SCHED-EOF        PIC X VALUE "N".
               88  WS-END-OF-FEE-SCHED VALUE "Y".
           05  WS-WAREHOUSE-STATUS     PIC X(2) VALUE "00".
           05  WS-WAREHOUSE-EOF        PIC X VALUE "N".
               88  WS-END-OF-WAREHOUSE VALUE "Y".
           05  WS-WHSE-WORK-EOF        PIC X VALUE "N".
               88  WS-END-OF-WHSE-WORK VALUE "Y".
           05  WS-ACK-FILE-STATUS      PIC X(2) VALUE "00".
           05  WS-ACK-OPEN-STATUS      PIC X(2) VALUE "00".
           05  WS-ACK-FOLLOW-STATUS    PIC X(2) VALUE "00".
           05  WS-ACK-WORK-EOF         PIC X VALUE "N".
               88  WS-END-OF-ACK-WORK  VALUE "Y".
           05  WS-ACK-OPEN-EOF         PIC X VALUE "N".
               88  WS-END-OF-ACK-OPEN  VALUE "Y".
           05  WS-ACK-FOLLOW-EOF       PIC X VALUE "N".
               88  WS-END-OF-ACK-FOLLOW VALUE "Y".

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT         PIC 9(9) VALUE ZEROS.
           05  WS-SINCE-STATUS-DUMP    PIC 9(5) VALUE ZEROS.

       01  WS-LAST-CHECKPOINT.
           05  WS-LAST-CKPT-CODE       PIC 9(9) VALUE ZEROS.
           05  WS-LAST-CKPT-AMOUNT     PIC 9(11)V99 VALUE ZEROS.
           05  WS-LAST-CKPT-POSITION   PIC 9(9) VALUE ZEROS.
           05  WS-LAST-CKPT-TXN-COUNT  PIC 9(9) VALUE ZEROS.
           05  WS-LAST-CKPT-DEBITS     PIC 9(13)V99 VALUE ZEROS.
           05  WS-LAST-CKPT-CREDITS    PIC 9(13)V99 VALUE ZEROS.
           05  WS-LAST-CKPT-START-CODE PIC 9(9) VALUE ZEROS.
           05  WS-LAST-CKPT-FEE-COUNT  PIC 9(9) VALUE ZEROS.
           05  WS-LAST-CKPT-FEE-NET    PIC S9(11)V99 VALUE ZEROS.

       01  WS-JOB-ID                   PIC X(8) VALUE "TRANPROC".

      * The business day on BDAYCTL, and this program's step in it.
           COPY BDAYREC.

       01  WS-BDAY-WORK.
           05  WS-BDAY-STEP            PIC 9(1) VALUE 2.
           05  WS-BDAY-STEP-NAME       PIC X(10) VALUE "DAYCLOSE".
           05  WS-BDAY-SUB             PIC 9(1) VALUE ZEROS.
           05  WS-BDAY-REFUSAL         PIC X(30) VALUE SPACES.
           05  WS-BDAY-EVENT           PIC X(8) VALUE SPACES.
           05  WS-BDAY-OVERRIDE-FLAG   PIC X VALUE "N".
               88  WS-BDAY-OVERRIDDEN  VALUE "Y".
           05  WS-BDAY-OPERATOR        PIC X(8) VALUE SPACES.
           05  WS-BDAY-REASON          PIC X(30) VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.

      * One business day may now be posted in several sittings: an
      * intraday run ("I") posts its capture file within the hour
      * and carries WS-CODE, the category table, and the source
           88  WS-INTRADAY-RUN         VALUE "I".
           88  WS-CLOSE-RUN            VALUE "C".

      * Everything the run accumulates is in this currency; RUNPARMS
      * may name another.
       01  WS-BASE-CURRENCY            PIC X(3) VALUE "USD".

      * Today's rates from FXRATES, one entry per quoted currency.
       01  WS-FX-RATE-TABLE.
           05  WS-FX-RATE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-FX-IDX.
               10  WS-FX-CURRENCY      PIC X(3).
               10  WS-FX-RATE          PIC 9(5)V9(6).
               10  WS-FX-USED          PIC X VALUE "N".
                   88  WS-FX-IN-USE    VALUE "Y".

      * Each detail is converted once, ahead of the limit check, and
      * everything downstream of validation posts WS-BASE-AMOUNT;
      * IT-AMOUNT stays as captured for the hash, the exception
      * files, and TOR-ORIG-AMOUNT.
       01  WS-CURRENCY-WORK.
           05  WS-FX-FOUND-FLAG        PIC X VALUE "N".
               88  WS-FX-RATE-FOUND    VALUE "Y".
           05  WS-FX-FREE-IDX          PIC 9(2) VALUE ZEROS.
           05  WS-FX-RATE-COUNT        PIC 9(2) VALUE ZEROS.
           05  WS-POST-CURRENCY        PIC X(3) VALUE SPACES.
           05  WS-POST-RATE            PIC 9(5)V9(6) VALUE ZEROS.
           05  WS-BASE-AMOUNT          PIC 9(7)V99 VALUE ZEROS.
           05  WS-SIGNED-ORIG-AMOUNT   PIC S9(7)V99 VALUE ZEROS.

      * The fee schedule as loaded from FEESCHED, one entry per
      * category and channel (blank channel is the default).
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-FEE-IDX.
               10  WS-FEE-CATEGORY     PIC 9(2).
               10  WS-FEE-SOURCE       PIC X(1).
               10  WS-FEE-FLAT         PIC 9(5)V99.
               10  WS-FEE-PERCENT      PIC 9(2)V9(4).
               10  WS-FEE-MINIMUM      PIC 9(5)V99.
               10  WS-FEE-MAXIMUM      PIC 9(5)V99.
               10  WS-FEE-USED         PIC X VALUE "N".
                   88  WS-FEE-IN-USE   VALUE "Y".

      * A fee is a posting of its own: it draws the next WS-CODE,
      * carries the code of the detail it was charged on, and is
      * kept out of the category, channel, and GL totals - fee
      * income is counted here and released on its own GLCONTROL
      * record. A reversal's fee posts as a reversal, so the fee
      * comes back off with the item it was charged on.
       01  WS-FEE-WORK.
           05  WS-FEE-FOUND-FLAG       PIC X VALUE "N".
               88  WS-FEE-FOUND        VALUE "Y".
           05  WS-FEE-POSTING-FLAG     PIC X VALUE "N".
               88  WS-POSTING-FEE      VALUE "Y".
           05  WS-FEE-FREE-IDX         PIC 9(3) VALUE ZEROS.
           05  WS-FEE-MATCH-IDX        PIC 9(3) VALUE ZEROS.
           05  WS-FEE-SCHED-COUNT      PIC 9(3) VALUE ZEROS.
           05  WS-FEE-AMOUNT           PIC 9(7)V99 VALUE ZEROS.
           05  WS-FEE-LINK-CODE        PIC 9(9) VALUE ZEROS.
           05  WS-FEE-COUNT            PIC 9(9) VALUE ZEROS.
           05  WS-FEE-NET              PIC S9(11)V99 VALUE ZEROS.

      * A detail dated ahead of the run is parked on the warehouse
      * untouched and counted into its group's controls as it
      * arrived; validation waits for the run that releases it. The
      * release at start-up works the due items as one group of
      * their own, with no trailer to prove against.
       01  WS-WAREHOUSE-WORK.
           05  WS-VALUE-DATE-FLAG      PIC X VALUE "T".
               88  WS-VALUE-DATE-TODAY VALUE "T".
               88  WS-VALUE-DATE-FUTURE VALUE "F".
               88  WS-VALUE-DATE-BAD   VALUE "B".
           05  WS-WHSE-RUN-DATE        PIC 9(8) VALUE ZEROS.
           05  WS-WHSE-PARKED-COUNT    PIC 9(9) VALUE ZEROS.
           05  WS-WHSE-RELEASED-COUNT  PIC 9(9) VALUE ZEROS.

      * Each detail's disposition is noted as it is decided, by the
      * paragraph that writes it away, and staged as one
      * acknowledgment at the end of 2010-PROCESS-DETAIL. The origin
      * is the group's, except for a warehouse release, which
      * answers to the origin the item was parked from.
       01  WS-ACK-WORK-FIELDS.
           05  WS-ACK-ORIGIN           PIC X(8) VALUE SPACES.
           05  WS-ACK-DISPOSITION      PIC X(8) VALUE SPACES.
           05  WS-ACK-CODE             PIC 9(9) VALUE ZEROS.
           05  WS-ACK-REASON-CODE      PIC X(4) VALUE SPACES.
           05  WS-ACK-EXCEPTION-TS     PIC 9(14) VALUE ZEROS.
           05  WS-ACK-COUNT            PIC 9(9) VALUE ZEROS.
           05  WS-FOLLOW-UP-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-OUTCOME-UNMATCHED    PIC 9(9) VALUE ZEROS.

      * Workbench settlements loaded from ACKFOLLOW, keyed like the
      * workbench decisions by exception timestamp and reference.
       01  WS-OUTCOME-TABLE.
           05  WS-OUTCOME-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-OUT-IDX.
               10  WS-OUT-TRAN-REF     PIC X(12).
               10  WS-OUT-EXCEPTION-TS PIC 9(14).
               10  WS-OUT-DISPOSITION  PIC X(8).
               10  WS-OUT-NEW-TRAN-REF PIC X(12).
               10  WS-OUT-USED         PIC X VALUE "N".
                   88  WS-OUT-MATCHED  VALUE "Y".

       01  WS-OUTCOME-WORK.
           05  WS-OUTCOME-COUNT        PIC 9(4) VALUE ZEROS.
           05  WS-OUT-FOUND-FLAG       PIC X VALUE "N".
               88  WS-OUTCOME-FOUND    VALUE "Y".

      * The WS-CODE the current group started from: a refused group
      * backs its postings out of TRAN-MASTER from here forward and
      * resumes the sequence at this code, so the next group draws
      * the codes the refused group gave back.
       01  WS-BACKOUT-FIELDS.
           05  WS-GROUP-START-CODE     PIC 9(9) VALUE ZEROS.
           05  WS-BACKOUT-CODE         PIC 9(9) VALUE ZEROS.

       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 100 TIMES
           05  WS-CAT-FREE-IDX         PIC 9(2) VALUE ZEROS.

      * Per-source-channel settlement accumulators, kept the same way
      * as WS-CATEGORY-TABLE but keyed on the one-byte IT-SOURCE and
      * the posting currency: treasury settles each currency on its
      * own, so a channel carries one entry per currency it sent.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SOURCE-CODE      PIC X(1).
               10  WS-SOURCE-CURRENCY  PIC X(3).
               10  WS-SOURCE-COUNT     PIC 9(9) COMP-3.
               10  WS-SOURCE-TOTAL     PIC S9(11)V99 COMP-3.
               10  WS-SOURCE-ORIG-TOTAL PIC S9(11)V99 COMP-3.
               10  WS-SOURCE-USED      PIC X VALUE "N".
                   88  WS-SOURCE-IN-USE VALUE "Y".

           05  WS-POSTED-REF-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-REF-IDX.
               10  WS-REF-VALUE        PIC X(12).
               10  WS-REF-CODE         PIC 9(9).
               10  WS-REF-DATE         PIC 9(8).
               10  WS-REF-AMOUNT       PIC 9(7)V99.

               88  WS-DUP-FOUND        VALUE "Y".
           05  WS-REF-FULL-FLAG        PIC X VALUE "N".
               88  WS-REF-TABLE-FULL   VALUE "Y".
           05  WS-DUP-ORIG-CODE        PIC 9(9) VALUE ZEROS.
           05  WS-DUP-ORIG-DATE        PIC 9(8) VALUE ZEROS.
           05  WS-DUP-ORIG-AMOUNT      PIC 9(7)V99 VALUE ZEROS.

           05  WS-SAVE-DEBITS          PIC 9(13)V99 VALUE ZEROS.
           05  WS-SAVE-CREDITS         PIC 9(13)V99 VALUE ZEROS.
           05  WS-SAVE-REF-COUNT       PIC 9(5) COMP VALUE ZEROS.
           05  WS-SAVE-FEE-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-SAVE-FEE-NET         PIC S9(11)V99 VALUE ZEROS.
           05  WS-SAVE-CATEGORY-TABLE.
               10  WS-SAVE-CATEGORY-ENTRY OCCURS 100 TIMES
                                       PIC X(41).
           05  WS-SAVE-SOURCE-TABLE.
               10  WS-SAVE-SOURCE-ENTRY OCCURS 40 TIMES
                                       PIC X(24).

      * The limit check holds out, not rejects: a breach goes to
      * the approval queue for a supervisor, and an item released
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-RUN-PARAMETERS.
           PERFORM 1030-CHECK-BUSINESS-DAY.
           PERFORM 1020-CHECK-GL-RELEASE.
           PERFORM 1034-APPLY-BUSINESS-DAY-CHECK.
           PERFORM 1070-LOAD-FX-RATES.
           PERFORM 1090-LOAD-FEE-SCHEDULE.
           PERFORM 1100-LOAD-CODE-SEQUENCE.
           PERFORM 1200-LOAD-CHECKPOINT.
           IF WS-IS-RESTART
           PERFORM 1300-OPEN-HISTORY-FILES.
           OPEN OUTPUT CTL-REPORT.
           PERFORM 1350-ECHO-RUN-PARAMETERS.
           PERFORM 1600-RETURN-FOLLOW-UPS.
           PERFORM 1500-RELEASE-WAREHOUSE.
           READ TRANS-IN
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ.

      * Money only leaves the building through GLCONTROL, so a new
      * run must not post on top of a release the GL side has not
      * owned yet: a release from an earlier business day still
      * awaiting its acknowledgment, or disputed by GLRECON, refuses
      * the run before anything opens. A release from the day in
      * hand is no bar - the acknowledgment cycle runs overnight.
       1020-CHECK-GL-RELEASE.
           OPEN INPUT GL-STATUS-FILE.
           IF WS-GL-STATUS-STATUS = "35"
                   AT END CONTINUE
                   NOT AT END
                       IF NOT GLS-ACKNOWLEDGED
                           AND GLS-RUN-DATE < WS-RUN-DATE
                           DISPLAY "Error: GL release of "
                               GLS-RUN-DATE " is not acknowledged"
                               " (status " GLS-STATUS
               CLOSE GL-STATUS-FILE
           END-IF.

      * The run belongs to the business day on BDAYCTL. A day whose
      * GLRECON has completed is finished, and the first run on a
      * later date opens the next one; until then every run posts
      * to the day in hand, whatever the clock says, so a close
      * run after midnight still closes its own day: WS-RUN-DATE is
      * the business date, and it is the date the run checks input
      * headers and value dates against, posts, parks, releases,
      * acknowledges and stamps its exceptions under, and releases
      * to the GL and to settlement with. Intraday runs repeat
      * until the close; the close runs once, and not over an
      * intraday run left unfinished, nor an intraday over a close
      * left unfinished - either one's restart is owed first. A
      * closed day still waiting on GLRECON when the date has moved
      * on is refused as such, so the operator chases the GL
      * acknowledgment rather than the close. The check is applied
      * once the GL release has been checked against the day.
       1030-CHECK-BUSINESS-DAY.
           IF WS-INTRADAY-RUN
               MOVE 1 TO WS-BDAY-STEP
               MOVE "INTRADAY" TO WS-BDAY-STEP-NAME
           END-IF.
           PERFORM 1032-LOAD-BUSINESS-DAY.
           IF WS-BDAY-REFUSAL NOT = SPACES
               MOVE SPACES TO WS-BDAY-REFUSAL
               PERFORM 1040-OPEN-BUSINESS-DAY
           ELSE
               IF BDY-COMPLETE (5)
                   IF BDY-BUSINESS-DATE < FUNCTION CURRENT-DATE(1:8)
                       PERFORM 1040-OPEN-BUSINESS-DAY
                   ELSE
                       MOVE "BUSINESS DAY ALREADY FINISHED"
                           TO WS-BDAY-REFUSAL
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN BDY-COMPLETE (2)
                           AND BDY-BUSINESS-DATE
                               < FUNCTION CURRENT-DATE(1:8)
                           MOVE "GLRECON NOT COMPLETE"
                               TO WS-BDAY-REFUSAL
                       WHEN BDY-COMPLETE (2)
                           MOVE "DAY CLOSE ALREADY COMPLETE"
                               TO WS-BDAY-REFUSAL
                       WHEN WS-INTRADAY-RUN
                           AND (BDY-STARTED (2) OR BDY-FAILED (2))
                           MOVE "DAY CLOSE NOT COMPLETE"
                               TO WS-BDAY-REFUSAL
                       WHEN NOT WS-INTRADAY-RUN
                           AND (BDY-STARTED (1) OR BDY-FAILED (1))
                           MOVE "INTRADAY NOT COMPLETE"
                               TO WS-BDAY-REFUSAL
                   END-EVALUATE
               END-IF
           END-IF.
           MOVE BDY-BUSINESS-DATE TO WS-RUN-DATE.

      * The day on record, or an empty one when BDAYCTL has never
      * been written.
       1032-LOAD-BUSINESS-DAY.
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
       1034-APPLY-BUSINESS-DAY-CHECK.
           IF WS-BDAY-REFUSAL NOT = SPACES
               PERFORM 1036-LOOK-FOR-OVERRIDE
               IF WS-BDAY-OVERRIDDEN
                   DISPLAY "Warning: business day "
                       BDY-BUSINESS-DATE " override by "
                       WS-BDAY-OPERATOR " of: " WS-BDAY-REFUSAL
                   DISPLAY "Warning: override reason: "
                       WS-BDAY-REASON
                   MOVE "OVERRIDE" TO WS-BDAY-EVENT
                   PERFORM 1038-LOG-BUSINESS-DAY-EVENT
               ELSE
                   DISPLAY "Error: business day " BDY-BUSINESS-DATE
                       ", run refused: " WS-BDAY-REFUSAL
                   MOVE "REFUSED" TO WS-BDAY-EVENT
                   PERFORM 1038-LOG-BUSINESS-DAY-EVENT
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
       1036-LOOK-FOR-OVERRIDE.
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

       1038-LOG-BUSINESS-DAY-EVENT.
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
           PERFORM 1039-WRITE-BUSINESS-DAY-AUDIT.
           CLOSE AUDIT-LOG.

       1039-WRITE-BUSINESS-DAY-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALR-TIMESTAMP.
           MOVE "TRANPROC" TO ALR-JOB-ID.
           MOVE WS-BDAY-STEP-NAME TO ALR-FIELD-NAME.
           MOVE BDY-BUSINESS-DATE TO ALR-OLD-VALUE.
           MOVE ZEROS TO ALR-NEW-VALUE.
           MOVE WS-BDAY-EVENT TO ALR-EVENT-TYPE.
           WRITE AUDIT-LOG-RECORD.

       1040-OPEN-BUSINESS-DAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDY-BUSINESS-DATE.
           PERFORM VARYING WS-BDAY-SUB FROM 1 BY 1
                   UNTIL WS-BDAY-SUB > 6
               SET BDY-NOT-RUN (WS-BDAY-SUB) TO TRUE
               MOVE ZEROS TO BDY-RETURN-CODE (WS-BDAY-SUB)
               MOVE ZEROS TO BDY-RUN-COUNT (WS-BDAY-SUB)
               MOVE ZEROS TO BDY-TIMESTAMP (WS-BDAY-SUB)
               MOVE SPACES TO BDY-OVERRIDE-OPERATOR (WS-BDAY-SUB)
               MOVE SPACES TO BDY-OVERRIDE-REASON (WS-BDAY-SUB)
           END-PERFORM.

      * The operational tunables come from RUNPARMS so a seasonal
      * change (the control band trips every holiday peak) is a file
      * edit, not a program change. A bad parameter refuses the run
           IF PRM-RUN-MODE NOT = " "
               MOVE PRM-RUN-MODE TO WS-RUN-MODE
           END-IF.
           IF PRM-BASE-CURRENCY NOT = SPACES
               AND PRM-BASE-CURRENCY NOT = LOW-VALUES
               MOVE PRM-BASE-CURRENCY TO WS-BASE-CURRENCY
           END-IF.
           MOVE PRM-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL.
           MOVE PRM-STATUS-DUMP-INTERVAL
               TO WS-STATUS-DUMP-INTERVAL.
           MOVE PRM-AVG-TICKET-LOW TO WS-AVG-TICKET-LOW.
           MOVE PRM-AVG-TICKET-HIGH TO WS-AVG-TICKET-HIGH.

      * An absent rate file is no bar to the run: base-currency
      * details post as always, and every foreign detail rejects
      * for want of a rate. A rate that is not a number, or zero,
      * refuses the run - posting at it would be worse than not
      * posting at all.
       1070-LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-RATE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-FX-RATES
                   READ FX-RATE-FILE
                       AT END SET WS-END-OF-FX-RATES TO TRUE
                       NOT AT END PERFORM 1080-REGISTER-FX-RATE
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       1080-REGISTER-FX-RATE.
           IF FXR-RATE-DATE NOT NUMERIC OR FXR-RATE NOT NUMERIC
               DISPLAY "Error: non-numeric entry on rate file."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FXR-RATE-DATE = WS-RUN-DATE
               IF FXR-RATE = ZEROS
                   DISPLAY "Error: zero rate for currency "
                       FXR-CURRENCY "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FX-FOUND-FLAG
               MOVE ZEROS TO WS-FX-FREE-IDX
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > 50 OR WS-FX-RATE-FOUND
                   IF WS-FX-IN-USE (WS-FX-IDX)
                       AND WS-FX-CURRENCY (WS-FX-IDX) = FXR-CURRENCY
                       DISPLAY "Warning: second rate for currency "
                           FXR-CURRENCY ", later rate used."
                       MOVE FXR-RATE TO WS-FX-RATE (WS-FX-IDX)
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
                       DISPLAY "Error: rate file exceeds table."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-FX-IDX TO WS-FX-FREE-IDX
                   MOVE FXR-CURRENCY TO WS-FX-CURRENCY (WS-FX-IDX)
                   MOVE FXR-RATE TO WS-FX-RATE (WS-FX-IDX)
                   SET WS-FX-IN-USE (WS-FX-IDX) TO TRUE
                   ADD 1 TO WS-FX-RATE-COUNT
               END-IF
           END-IF.

      * No fee schedule means no fees: the run posts as it always
      * did. An entry that is not numeric, or whose minimum is over
      * its maximum, refuses the run - a wrong fee charged to every
      * customer is worse than none.
       1090-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE.
           IF WS-FEE-SCHED-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-FEE-SCHED
                   READ FEE-SCHEDULE
                       AT END SET WS-END-OF-FEE-SCHED TO TRUE
                       NOT AT END PERFORM 1095-REGISTER-FEE
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE
           END-IF.

       1095-REGISTER-FEE.
           IF FSR-CATEGORY NOT NUMERIC
               OR FSR-FLAT-FEE NOT NUMERIC
               OR FSR-PERCENT NOT NUMERIC
               OR FSR-MINIMUM NOT NUMERIC
               OR FSR-MAXIMUM NOT NUMERIC
               DISPLAY "Error: non-numeric entry on fee schedule."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FSR-MAXIMUM > ZEROS AND FSR-MINIMUM > FSR-MAXIMUM
               DISPLAY "Error: fee minimum over maximum, category "
                   FSR-CATEGORY " channel '" FSR-SOURCE "'."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FEE-FOUND-FLAG.
           MOVE ZEROS TO WS-FEE-FREE-IDX.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > 200 OR WS-FEE-FOUND
               IF WS-FEE-IN-USE (WS-FEE-IDX)
                   AND WS-FEE-CATEGORY (WS-FEE-IDX) = FSR-CATEGORY
                   AND WS-FEE-SOURCE (WS-FEE-IDX) = FSR-SOURCE
                   DISPLAY "Warning: second fee entry for category "
                       FSR-CATEGORY " channel '" FSR-SOURCE
                       "', later entry used."
                   SET WS-FEE-FOUND TO TRUE
               ELSE
                   IF NOT WS-FEE-IN-USE (WS-FEE-IDX)
                       AND WS-FEE-FREE-IDX = ZEROS
                       SET WS-FEE-FREE-IDX TO WS-FEE-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FEE-FOUND
               SET WS-FEE-IDX DOWN BY 1
           ELSE
               IF WS-FEE-FREE-IDX = ZEROS
                   DISPLAY "Error: fee schedule exceeds table."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FEE-IDX TO WS-FEE-FREE-IDX
               MOVE FSR-CATEGORY TO WS-FEE-CATEGORY (WS-FEE-IDX)
               MOVE FSR-SOURCE TO WS-FEE-SOURCE (WS-FEE-IDX)
               SET WS-FEE-IN-USE (WS-FEE-IDX) TO TRUE
               ADD 1 TO WS-FEE-SCHED-COUNT
           END-IF.
           MOVE FSR-FLAT-FEE TO WS-FEE-FLAT (WS-FEE-IDX).
           MOVE FSR-PERCENT TO WS-FEE-PERCENT (WS-FEE-IDX).
           MOVE FSR-MINIMUM TO WS-FEE-MINIMUM (WS-FEE-IDX).
           MOVE FSR-MAXIMUM TO WS-FEE-MAXIMUM (WS-FEE-IDX).

      * A sequence still in the five-digit layout reads as a code
      * followed by spaces: the files have not been through TRANCONV
      * and nothing may post against them.
       1100-LOAD-CODE-SEQUENCE.
           OPEN INPUT WS-CODE-SEQ-FILE.
           IF WS-CODE-SEQ-STATUS = "35"
           ELSE
               READ WS-CODE-SEQ-FILE
                   AT END MOVE ZEROS TO WS-CODE
                   NOT AT END
                       IF SEQ-LAST-CODE NOT NUMERIC
                           DISPLAY "Error: WSCODESEQ is not in the "
                               "nine-digit layout, run TRANCONV."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE SEQ-LAST-CODE TO WS-CODE
               END-READ
               CLOSE WS-CODE-SEQ-FILE
           END-IF.
                               MOVE CKP-CODE
                                   TO WS-LAST-CKPT-START-CODE
                           END-IF
                           IF CKP-FEE-COUNT NUMERIC
                               AND CKP-FEE-NET NUMERIC
                               MOVE CKP-FEE-COUNT
                                   TO WS-LAST-CKPT-FEE-COUNT
                               MOVE CKP-FEE-NET
                                   TO WS-LAST-CKPT-FEE-NET
                           ELSE
                               MOVE ZEROS TO WS-LAST-CKPT-FEE-COUNT
                               MOVE ZEROS TO WS-LAST-CKPT-FEE-NET
                           END-IF
                           SET WS-IS-RESTART TO TRUE
                   END-READ
               END-PERFORM
               MOVE WS-LAST-CKPT-TXN-COUNT TO WS-RUN-TXN-COUNT
               MOVE WS-LAST-CKPT-DEBITS TO WS-GROSS-DEBITS
               MOVE WS-LAST-CKPT-CREDITS TO WS-GROSS-CREDITS
               MOVE WS-LAST-CKPT-FEE-COUNT TO WS-FEE-COUNT
               MOVE WS-LAST-CKPT-FEE-NET TO WS-FEE-NET
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT CHECKPOINT-FILE
                               TO WS-SOURCE-COUNT (WS-SRC-IDX)
                           MOVE SCK-SOURCE-TOTAL
                               TO WS-SOURCE-TOTAL (WS-SRC-IDX)
                           PERFORM 1240-LOAD-SOURCE-CURRENCY
                           SET WS-SOURCE-IN-USE (WS-SRC-IDX)
                               TO TRUE
                           SET WS-SRC-IDX UP BY 1
               CLOSE SOURCE-CKPT-FILE
           END-IF.

      * A checkpoint cut before settlement was kept by currency has
      * blanks where the currency lives now: its totals are all
      * base currency.
       1240-LOAD-SOURCE-CURRENCY.
           IF SCK-CURRENCY = SPACES OR SCK-CURRENCY = LOW-VALUES
               MOVE WS-BASE-CURRENCY
                   TO WS-SOURCE-CURRENCY (WS-SRC-IDX)
           ELSE
               MOVE SCK-CURRENCY TO WS-SOURCE-CURRENCY (WS-SRC-IDX)
           END-IF.
           IF SCK-ORIG-TOTAL NUMERIC
               MOVE SCK-ORIG-TOTAL
                   TO WS-SOURCE-ORIG-TOTAL (WS-SRC-IDX)
           ELSE
               MOVE SCK-SOURCE-TOTAL
                   TO WS-SOURCE-ORIG-TOTAL (WS-SRC-IDX)
           END-IF.

      * Checkpoints are written only at group boundaries, so a
      * restart always resumes at the start of a group: the skipped
      * records are whole groups already verified and released, and
           IF WS-APPROVE-Q-STATUS = "35"
               OPEN OUTPUT APPROVE-QUEUE
           END-IF.
           OPEN EXTEND ACK-FILE.
           IF WS-ACK-FILE-STATUS = "35"
               OPEN OUTPUT ACK-FILE
           END-IF.
           OPEN I-O TRAN-MASTER.
           IF WS-TRAN-MAST-STATUS = "35"
               OPEN OUTPUT TRAN-MASTER
           END-EVALUATE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.
           MOVE "BUSINESS DATE" TO RL-LABEL.
           MOVE BDY-BUSINESS-DATE TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.
           MOVE "BASE CURRENCY" TO RL-LABEL.
           MOVE WS-BASE-CURRENCY TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.
           MOVE "FX RATES LOADED" TO RL-LABEL.
           MOVE WS-FX-RATE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.
           MOVE "FEE SCHEDULE ENTRIES" TO RL-LABEL.
           MOVE WS-FEE-SCHED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.

      * Items whose value date has come are released ahead of the
      * day's capture, into whichever run posts first that day. The
      * warehouse is read once, copied aside to WHSE-HOLD as it
      * goes, with each due item posted through the same detail
      * path as the capture feed; once that group releases, the
      * warehouse is written back from the copy with the due items
      * marked released and yesterday's releases dropped. A run
      * that aborts leaves the warehouse as it found it.
       1500-RELEASE-WAREHOUSE.
           MOVE WS-RUN-DATE TO WS-WHSE-RUN-DATE.
           MOVE "N" TO WS-WAREHOUSE-EOF.
           OPEN OUTPUT WHSE-HOLD.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WAREHOUSE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-WAREHOUSE
                   READ WAREHOUSE-FILE
                       AT END SET WS-END-OF-WAREHOUSE TO TRUE
                       NOT AT END PERFORM 1510-HOLD-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
           END-IF.
           CLOSE WHSE-HOLD.
           IF WS-GROUP-OPEN AND NOT WS-WAS-ABORTED
               PERFORM 2900-RELEASE-GROUP
               PERFORM 2650-WRITE-CHECKPOINT
               MOVE ZEROS TO WS-SINCE-CHECKPOINT
           END-IF.
           IF NOT WS-WAS-ABORTED
               PERFORM 1540-REWRITE-WAREHOUSE
           END-IF.
           OPEN EXTEND WAREHOUSE-FILE.
           IF WS-WAREHOUSE-STATUS = "35"
               OPEN OUTPUT WAREHOUSE-FILE
           END-IF.

       1510-HOLD-ONE-ITEM.
           WRITE WHSE-HOLD-RECORD FROM WAREHOUSE-RECORD.
           IF WHS-PARKED AND WHS-VALUE-DATE <= WS-WHSE-RUN-DATE
               AND NOT WS-WAS-ABORTED
               PERFORM 1520-RELEASE-ONE-ITEM
           END-IF.

      * The released item goes back through 2010-PROCESS-DETAIL
      * exactly as it was captured, so it meets the category,
      * duplicate, and limit checks of the day it posts on.
       1520-RELEASE-ONE-ITEM.
           IF NOT WS-GROUP-OPEN
               MOVE "WAREHOUS" TO WS-GROUP-ORIGIN
               PERFORM 2030-START-GROUP
           END-IF.
           MOVE SPACES TO TRANS-IN-RECORD.
           MOVE "D" TO IT-RECORD-TYPE.
           MOVE WHS-AMOUNT TO IT-AMOUNT.
           MOVE WHS-CATEGORY TO IT-CATEGORY.
           MOVE WHS-SOURCE TO IT-SOURCE.
           MOVE WHS-TRAN-TYPE TO IT-TRAN-TYPE.
           MOVE WHS-TRAN-REF TO IT-TRAN-REF.
           MOVE WHS-APPROVAL-FLAG TO IT-APPROVAL-FLAG.
           MOVE WHS-CURRENCY TO IT-CURRENCY.
           MOVE WHS-VALUE-DATE TO IT-VALUE-DATE.
           MOVE WHS-ORIGIN TO WS-ACK-ORIGIN.
           PERFORM 2010-PROCESS-DETAIL.
           ADD 1 TO WS-WHSE-RELEASED-COUNT.

       1540-REWRITE-WAREHOUSE.
           MOVE "N" TO WS-WAREHOUSE-EOF.
           OPEN INPUT WHSE-HOLD.
           OPEN OUTPUT WAREHOUSE-FILE.
           PERFORM UNTIL WS-END-OF-WAREHOUSE
               READ WHSE-HOLD INTO WAREHOUSE-RECORD
                   AT END SET WS-END-OF-WAREHOUSE TO TRUE
                   NOT AT END PERFORM 1545-REWRITE-ONE-ITEM
               END-READ
           END-PERFORM.
           CLOSE WHSE-HOLD.
           CLOSE WAREHOUSE-FILE.

       1545-REWRITE-ONE-ITEM.
           IF WHS-RELEASED AND WHS-RELEASE-DATE < WS-WHSE-RUN-DATE
               CONTINUE
           ELSE
               IF WHS-PARKED AND WHS-VALUE-DATE <= WS-WHSE-RUN-DATE
                   MOVE "R" TO WHS-STATUS
                   MOVE WS-WHSE-RUN-DATE TO WHS-RELEASE-DATE
               END-IF
               WRITE WAREHOUSE-RECORD
           END-IF.

      * Yesterday's workbench settlements go back to the origins
      * ahead of today's postings. Each settlement is matched to the
      * open acknowledgment it answers; the matched entries leave
      * the open register as their follow-up is written, and the
      * settlements file is emptied so none is returned twice.
       1600-RETURN-FOLLOW-UPS.
           PERFORM 1610-LOAD-OUTCOMES.
           IF WS-OUTCOME-COUNT > ZEROS
               PERFORM 1620-MATCH-OPEN-ITEMS
               PERFORM 1640-LIST-UNMATCHED-OUTCOMES
               OPEN OUTPUT ACK-FOLLOW
               CLOSE ACK-FOLLOW
           END-IF.
           OPEN EXTEND ACK-OPEN.
           IF WS-ACK-OPEN-STATUS = "35"
               OPEN OUTPUT ACK-OPEN
           END-IF.

       1610-LOAD-OUTCOMES.
           OPEN INPUT ACK-FOLLOW.
           IF WS-ACK-FOLLOW-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-ACK-FOLLOW
                   READ ACK-FOLLOW INTO ACK-RECORD
                       AT END SET WS-END-OF-ACK-FOLLOW TO TRUE
                       NOT AT END PERFORM 1615-STORE-OUTCOME
                   END-READ
               END-PERFORM
               CLOSE ACK-FOLLOW
           END-IF.

       1615-STORE-OUTCOME.
           IF WS-OUTCOME-COUNT < 2000
               ADD 1 TO WS-OUTCOME-COUNT
               SET WS-OUT-IDX TO WS-OUTCOME-COUNT
               MOVE ACK-TRAN-REF TO WS-OUT-TRAN-REF (WS-OUT-IDX)
               MOVE ACK-EXCEPTION-TS
                   TO WS-OUT-EXCEPTION-TS (WS-OUT-IDX)
               MOVE ACK-DISPOSITION
                   TO WS-OUT-DISPOSITION (WS-OUT-IDX)
               MOVE ACK-NEW-TRAN-REF
                   TO WS-OUT-NEW-TRAN-REF (WS-OUT-IDX)
               MOVE "N" TO WS-OUT-USED (WS-OUT-IDX)
           ELSE
               DISPLAY "Error: more than 2000 workbench settlements."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1620-MATCH-OPEN-ITEMS.
           MOVE "N" TO WS-ACK-OPEN-EOF.
           OPEN OUTPUT ACK-HOLD.
           OPEN INPUT ACK-OPEN.
           IF WS-ACK-OPEN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-ACK-OPEN
                   READ ACK-OPEN
                       AT END SET WS-END-OF-ACK-OPEN TO TRUE
                       NOT AT END
                           WRITE ACK-HOLD-RECORD FROM ACK-OPEN-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACK-OPEN
           END-IF.
           CLOSE ACK-HOLD.
           MOVE "N" TO WS-ACK-OPEN-EOF.
           OPEN INPUT ACK-HOLD.
           OPEN OUTPUT ACK-OPEN.
           PERFORM UNTIL WS-END-OF-ACK-OPEN
               READ ACK-HOLD INTO ACK-RECORD
                   AT END SET WS-END-OF-ACK-OPEN TO TRUE
                   NOT AT END PERFORM 1630-MATCH-ONE-OPEN-ITEM
               END-READ
           END-PERFORM.
           CLOSE ACK-HOLD.
           CLOSE ACK-OPEN.

      * The follow-up keeps the original acknowledgment's origin,
      * reference, code, and reason, and carries the settlement in
      * place of the disposition.
       1630-MATCH-ONE-OPEN-ITEM.
           MOVE "N" TO WS-OUT-FOUND-FLAG.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUTCOME-COUNT
                   OR WS-OUTCOME-FOUND
               IF NOT WS-OUT-MATCHED (WS-OUT-IDX)
                   AND WS-OUT-EXCEPTION-TS (WS-OUT-IDX)
                       = ACK-EXCEPTION-TS
                   AND WS-OUT-TRAN-REF (WS-OUT-IDX) = ACK-TRAN-REF
                   SET WS-OUTCOME-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-OUTCOME-FOUND
               SET WS-OUT-IDX DOWN BY 1
               MOVE "Y" TO WS-OUT-USED (WS-OUT-IDX)
               MOVE "F" TO ACK-TYPE
               MOVE WS-RUN-DATE TO ACK-RUN-DATE
               MOVE WS-OUT-DISPOSITION (WS-OUT-IDX)
                   TO ACK-DISPOSITION
               MOVE WS-OUT-NEW-TRAN-REF (WS-OUT-IDX)
                   TO ACK-NEW-TRAN-REF
               WRITE ACK-RECORD
               ADD 1 TO WS-FOLLOW-UP-COUNT
           ELSE
               WRITE ACK-OPEN-RECORD FROM ACK-RECORD
           END-IF.

       1640-LIST-UNMATCHED-OUTCOMES.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUTCOME-COUNT
               IF NOT WS-OUT-MATCHED (WS-OUT-IDX)
                   DISPLAY "Warning: settlement for "
                       WS-OUT-TRAN-REF (WS-OUT-IDX)
                       " matches no open acknowledgment."
                   ADD 1 TO WS-OUTCOME-UNMATCHED
               END-IF
           END-PERFORM.

      * Every master category is registered up front, active or not:
      * inactive codes keep their checkpointed totals visible while new
      * TRANS-OUT doubles as the recent-history reference list: it is
      * read once here, before 1300 reopens it EXTEND for this run's
      * postings. Records from before references went in carry blank
      * TOR-TRAN-REF and are not loaded, nor are fee postings, which
      * carry the reference of the detail they were charged on. On a
      * restart, records the crashed run posted past its last
      * checkpoint are not loaded either: the accumulators were
      * rolled back to the checkpoint, so the replay must re-post
      * those transactions rather than find their own references
      * and divert them to suspense.
       1700-LOAD-POSTED-HISTORY.
           OPEN INPUT TRANS-OUT.
           IF WS-TRANS-OUT-STATUS = "35"
           END-IF.

       1720-ADD-HISTORY-REFERENCE.
           IF TOR-TRAN-REF NOT = SPACES AND NOT TOR-FEE-POSTING
               IF WS-POSTED-REF-COUNT < 20000
                   ADD 1 TO WS-POSTED-REF-COUNT
                   SET WS-REF-IDX TO WS-POSTED-REF-COUNT
               WHEN WS-SKIPPING-GROUP
                   CONTINUE
               WHEN IT-DETAIL AND WS-GROUP-OPEN
                   MOVE WS-GROUP-ORIGIN TO WS-ACK-ORIGIN
                   PERFORM 2010-PROCESS-DETAIL
               WHEN IT-DETAIL
                   MOVE "DETAIL OUTSIDE GROUP" TO WS-REFUSE-REASON
       2010-PROCESS-DETAIL.
           ADD 1 TO WS-BATCH-DETAIL-COUNT.
           ADD IT-AMOUNT TO WS-BATCH-HASH-TOTAL.
           MOVE SPACES TO WS-ACK-DISPOSITION.
           MOVE ZEROS TO WS-ACK-CODE.
           MOVE SPACES TO WS-ACK-REASON-CODE.
           MOVE ZEROS TO WS-ACK-EXCEPTION-TS.
           PERFORM 2050-CHECK-VALUE-DATE.
           IF WS-VALUE-DATE-FUTURE
               PERFORM 2060-PARK-DETAIL
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               PERFORM 2100-VALIDATE-INPUT
           END-IF.
           IF WS-IS-VALID
               PERFORM 2170-CHECK-DUPLICATE
               IF WS-DUP-FOUND
                   PERFORM 2300-COMPUTE-AMOUNT
                   PERFORM 2500-WRITE-TRANS-OUT
                   ADD 1 TO WS-SINCE-CHECKPOINT
                   PERFORM 2550-POST-FEE
               END-IF
           END-IF.
           IF NOT WS-WAS-ABORTED
               PERFORM 2080-STAGE-ACK
           END-IF.

      * A header closes out whatever came before it: a group still
      * open is missing its trailer and is refused, and a skip in
               MOVE ZEROS TO WS-AUDIT-NEW-VALUE
               PERFORM 2850-REFUSE-GROUP
           END-IF.
           MOVE IT-HDR-ORIGIN TO WS-GROUP-ORIGIN.
           MOVE "N" TO WS-GROUP-SKIP-FLAG.
           IF IT-HDR-RUN-DATE NOT = WS-RUN-DATE
               MOVE "WRONG FILE DATE" TO WS-REFUSE-REASON
               MOVE IT-HDR-RUN-DATE TO WS-AUDIT-OLD-VALUE
               MOVE WS-RUN-DATE TO WS-AUDIT-NEW-VALUE
               PERFORM 2840-REFUSE-INPUT
               PERFORM 2890-WRITE-REFUSAL-ACK
           ELSE
               PERFORM 2030-START-GROUP
           END-IF.
      * group falls back to: everything the group posts after this
      * point can be withdrawn as one piece.
       2030-START-GROUP.
           MOVE WS-CODE TO WS-GROUP-START-CODE.
           MOVE ZEROS TO WS-BATCH-DETAIL-COUNT.
           MOVE ZEROS TO WS-BATCH-HASH-TOTAL.
           MOVE WS-GROSS-DEBITS TO WS-SAVE-DEBITS.
           MOVE WS-GROSS-CREDITS TO WS-SAVE-CREDITS.
           MOVE WS-POSTED-REF-COUNT TO WS-SAVE-REF-COUNT.
           MOVE WS-FEE-COUNT TO WS-SAVE-FEE-COUNT.
           MOVE WS-FEE-NET TO WS-SAVE-FEE-NET.
           MOVE WS-CATEGORY-TABLE TO WS-SAVE-CATEGORY-TABLE.
           MOVE WS-SOURCE-TABLE TO WS-SAVE-SOURCE-TABLE.
           OPEN OUTPUT TRAN-WORK.
           OPEN OUTPUT WHSE-WORK.
           OPEN OUTPUT ACK-WORK.
           SET WS-GROUP-OPEN TO TRUE.
           MOVE "BATCH ORIGIN" TO RL-LABEL.
           MOVE WS-GROUP-ORIGIN TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.

      * A blank or zero value date is the run date, and so is one
      * already past: the item posts today. A later date parks the
      * item; anything that is not a calendar date rejects "VDTE".
       2050-CHECK-VALUE-DATE.
           EVALUATE TRUE
               WHEN IT-VALUE-DATE(1:8) = SPACES
                   SET WS-VALUE-DATE-TODAY TO TRUE
               WHEN IT-VALUE-DATE NOT NUMERIC
                   SET WS-VALUE-DATE-BAD TO TRUE
               WHEN IT-VALUE-DATE = ZEROS
                   SET WS-VALUE-DATE-TODAY TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(IT-VALUE-DATE)
                       NOT = ZERO
                   SET WS-VALUE-DATE-BAD TO TRUE
               WHEN IT-VALUE-DATE > WS-RUN-DATE
                   SET WS-VALUE-DATE-FUTURE TO TRUE
               WHEN OTHER
                   SET WS-VALUE-DATE-TODAY TO TRUE
           END-EVALUATE.

      * The item is parked as captured, with the origin it came in
      * under; it is staged with the group and reaches the
      * warehouse only if the group releases.
       2060-PARK-DETAIL.
           MOVE SPACES TO WAREHOUSE-RECORD.
           MOVE IT-VALUE-DATE TO WHS-VALUE-DATE.
           MOVE IT-AMOUNT TO WHS-AMOUNT.
           MOVE IT-CATEGORY TO WHS-CATEGORY.
           MOVE IT-SOURCE TO WHS-SOURCE.
           MOVE IT-TRAN-TYPE TO WHS-TRAN-TYPE.
           MOVE IT-TRAN-REF TO WHS-TRAN-REF.
           MOVE IT-APPROVAL-FLAG TO WHS-APPROVAL-FLAG.
           MOVE IT-CURRENCY TO WHS-CURRENCY.
           MOVE WS-GROUP-ORIGIN TO WHS-ORIGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WHS-TIMESTAMP.
           MOVE WS-RUN-DATE TO WHS-TIMESTAMP(1:8).
           MOVE "P" TO WHS-STATUS.
           MOVE ZEROS TO WHS-RELEASE-DATE.
           WRITE WHSE-WORK-RECORD FROM WAREHOUSE-RECORD.
           MOVE "WAREHOUS" TO WS-ACK-DISPOSITION.

       2080-STAGE-ACK.
           MOVE SPACES TO ACK-RECORD.
           MOVE WS-ACK-ORIGIN TO ACK-ORIGIN.
           MOVE "D" TO ACK-TYPE.
           MOVE WS-RUN-DATE TO ACK-RUN-DATE.
           MOVE IT-TRAN-REF TO ACK-TRAN-REF.
           MOVE WS-ACK-DISPOSITION TO ACK-DISPOSITION.
           MOVE WS-ACK-CODE TO ACK-CODE.
           MOVE WS-ACK-REASON-CODE TO ACK-REASON-CODE.
           MOVE WS-ACK-EXCEPTION-TS TO ACK-EXCEPTION-TS.
           WRITE ACK-WORK-RECORD FROM ACK-RECORD.

       2100-VALIDATE-INPUT.
           SET WS-IS-VALID TO TRUE.
           IF IT-AMOUNT < 0
               MOVE "N" TO WS-VALID-FLAG
               PERFORM 2150-WRITE-REJECT
           END-IF.
           IF WS-IS-VALID AND WS-VALUE-DATE-BAD
               MOVE "VDTE" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-FLAG
               PERFORM 2150-WRITE-REJECT
           END-IF.
           IF WS-IS-VALID
               PERFORM 2110-CONVERT-CURRENCY
           END-IF.

      * A foreign detail converts at today's rate; no rate quoted
      * for today rejects "FX  ", and an amount too large to carry
      * once converted rejects "FXOV". A blank currency is base.
       2110-CONVERT-CURRENCY.
           IF IT-CURRENCY = SPACES OR IT-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-BASE-CURRENCY TO WS-POST-CURRENCY
               MOVE IT-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               MOVE IT-CURRENCY TO WS-POST-CURRENCY
               MOVE "N" TO WS-FX-FOUND-FLAG
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > 50 OR WS-FX-RATE-FOUND
                   IF WS-FX-IN-USE (WS-FX-IDX)
                       AND WS-FX-CURRENCY (WS-FX-IDX) = IT-CURRENCY
                       MOVE WS-FX-RATE (WS-FX-IDX) TO WS-POST-RATE
                       SET WS-FX-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FX-RATE-FOUND
                   MOVE "FX  " TO WS-REJECT-REASON
                   MOVE "N" TO WS-VALID-FLAG
                   PERFORM 2150-WRITE-REJECT
               ELSE
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       IT-AMOUNT * WS-POST-RATE
                       ON SIZE ERROR
                           MOVE "FXOV" TO WS-REJECT-REASON
                           MOVE "N" TO WS-VALID-FLAG
                           PERFORM 2150-WRITE-REJECT
                   END-COMPUTE
                   IF WS-IS-VALID AND WS-BASE-AMOUNT = ZEROS
                       MOVE "ZERO" TO WS-REJECT-REASON
                       MOVE "N" TO WS-VALID-FLAG
                       PERFORM 2150-WRITE-REJECT
                   END-IF
               END-IF
           END-IF.

      * A category is good only when the master registered it as
      * active; anything else (keying error, retired code) rejects.
                   SET WS-CATEGORY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-RVSL-CAT-TOTAL < WS-BASE-AMOUNT
               MOVE "N" TO WS-RVSL-COVER-FLAG
           END-IF.

                   MOVE WS-CATEGORY-TOTAL (WS-CAT-IDX)
                       TO WS-LIMIT-CAT-TOTAL
                   IF WS-CATEGORY-TXN-LIMIT (WS-CAT-IDX) > ZEROS
                       AND WS-BASE-AMOUNT
                           > WS-CATEGORY-TXN-LIMIT (WS-CAT-IDX)
                       MOVE "T" TO WS-LIMIT-TYPE
                       MOVE WS-CATEGORY-TXN-LIMIT (WS-CAT-IDX)
                       IF WS-CATEGORY-DAY-LIMIT (WS-CAT-IDX)
                               > ZEROS
                           AND WS-CATEGORY-TOTAL (WS-CAT-IDX)
                               + WS-BASE-AMOUNT
                               > WS-CATEGORY-DAY-LIMIT (WS-CAT-IDX)
                           MOVE "D" TO WS-LIMIT-TYPE
                           MOVE WS-CATEGORY-DAY-LIMIT (WS-CAT-IDX)

       2140-SET-POSTING-AMOUNT.
           IF IT-REVERSAL
               COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-BASE-AMOUNT
               COMPUTE WS-SIGNED-ORIG-AMOUNT = ZERO - IT-AMOUNT
               ADD WS-BASE-AMOUNT TO WS-GROSS-CREDITS
           ELSE
               MOVE WS-BASE-AMOUNT TO WS-SIGNED-AMOUNT
               MOVE IT-AMOUNT TO WS-SIGNED-ORIG-AMOUNT
               ADD WS-BASE-AMOUNT TO WS-GROSS-DEBITS
           END-IF.

       2150-WRITE-REJECT.
           MOVE IT-CATEGORY TO RR-CATEGORY.
           MOVE WS-REJECT-REASON TO RR-REASON-CODE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RR-TIMESTAMP.
           MOVE WS-RUN-DATE TO RR-TIMESTAMP(1:8).
           MOVE IT-SOURCE TO RR-SOURCE.
           MOVE IT-TRAN-TYPE TO RR-TRAN-TYPE.
           MOVE IT-TRAN-REF TO RR-TRAN-REF.
           MOVE "P" TO RR-STATUS.
           MOVE SPACES TO RR-WRITE-OFF-OPERATOR.
           MOVE SPACES TO RR-WRITE-OFF-REASON.
           MOVE IT-CURRENCY TO RR-CURRENCY.
           WRITE REJECT-RECORD.
           MOVE "REJECTS" TO WS-ACK-DISPOSITION.
           MOVE WS-REJECT-REASON TO WS-ACK-REASON-CODE.
           MOVE RR-TIMESTAMP TO WS-ACK-EXCEPTION-TS.

       2160-WRITE-REVERSAL-EXCEPTION.
           MOVE IT-CATEGORY TO RVR-CATEGORY.
           MOVE WS-RVSL-CAT-TOTAL TO RVR-CATEGORY-TOTAL.
           MOVE IT-SOURCE TO RVR-SOURCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RVR-TIMESTAMP.
           MOVE WS-RUN-DATE TO RVR-TIMESTAMP(1:8).
           MOVE WS-POST-CURRENCY TO RVR-CURRENCY.
           MOVE WS-BASE-AMOUNT TO RVR-BASE-AMOUNT.
           WRITE REVERSAL-EXCEPTION-RECORD.
           MOVE "REVEXCPT" TO WS-ACK-DISPOSITION.
           MOVE RVR-TIMESTAMP TO WS-ACK-EXCEPTION-TS.

      * The matching step ahead of 2200-ADD-CODE: a reference already
      * in posted history is a re-send, not a new transaction, and
           MOVE WS-DUP-ORIG-DATE TO SUS-ORIG-DATE.
           MOVE WS-DUP-ORIG-AMOUNT TO SUS-ORIG-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SUS-TIMESTAMP.
           MOVE WS-RUN-DATE TO SUS-TIMESTAMP(1:8).
           MOVE "P" TO SUS-STATUS.
           MOVE IT-CURRENCY TO SUS-CURRENCY.
           WRITE SUSPENSE-RECORD.
           MOVE "SUSPENSE" TO WS-ACK-DISPOSITION.
           MOVE WS-DUP-ORIG-CODE TO WS-ACK-CODE.
           MOVE SUS-TIMESTAMP TO WS-ACK-EXCEPTION-TS.

       2185-WRITE-APPROVAL-QUEUE.
           MOVE IT-AMOUNT TO APQ-AMOUNT.
           MOVE WS-LIMIT-VALUE TO APQ-LIMIT-VALUE.
           MOVE WS-LIMIT-CAT-TOTAL TO APQ-CATEGORY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO APQ-TIMESTAMP.
           MOVE WS-RUN-DATE TO APQ-TIMESTAMP(1:8).
           MOVE "P" TO APQ-STATUS.
           MOVE SPACES TO APQ-OPERATOR.
           MOVE SPACES TO APQ-REASON.
           MOVE IT-CURRENCY TO APQ-CURRENCY.
           WRITE APPROVAL-QUEUE-RECORD.
           MOVE "APPROVEQ" TO WS-ACK-DISPOSITION.
           MOVE WS-LIMIT-TYPE TO WS-ACK-REASON-CODE.
           MOVE APQ-TIMESTAMP TO WS-ACK-EXCEPTION-TS.

       2190-REGISTER-POSTED-REF.
           IF WS-POSTED-REF-COUNT < 20000
               SET WS-REF-IDX TO WS-POSTED-REF-COUNT
               MOVE IT-TRAN-REF TO WS-REF-VALUE (WS-REF-IDX)
               MOVE WS-CODE TO WS-REF-CODE (WS-REF-IDX)
               MOVE WS-RUN-DATE TO WS-REF-DATE (WS-REF-IDX)
               MOVE WS-BASE-AMOUNT TO WS-REF-AMOUNT (WS-REF-IDX)
           ELSE
               IF NOT WS-REF-TABLE-FULL
                   DISPLAY "Warning: reference table full, "
               END-IF
           END-IF.

      * WS-CODE is a hard 9-digit sequence with no wraparound. Once it
      * hits the ceiling the run aborts here and the checkpoint saved
      * on the way out cannot be resumed from, since the next restart
      * would hit the identical SIZE ERROR on its first ADD. Getting
                   SET WS-WAS-ABORTED TO TRUE
                   SET WS-END-OF-INPUT TO TRUE
               NOT ON SIZE ERROR
                   IF WS-POSTING-FEE
                       ADD 1 TO WS-FEE-COUNT
                   ELSE
                       ADD 1 TO WS-RUN-TXN-COUNT
                   END-IF
           END-ADD.

      * WS-AMOUNT is no longer an independently-accumulated running
           MOVE "N" TO WS-SRC-FOUND-FLAG.
           MOVE ZEROS TO WS-SRC-FREE-IDX.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 40 OR WS-SOURCE-FOUND
               IF WS-SOURCE-IN-USE (WS-SRC-IDX)
                   AND WS-SOURCE-CODE (WS-SRC-IDX) = IT-SOURCE
                   AND WS-SOURCE-CURRENCY (WS-SRC-IDX)
                       = WS-POST-CURRENCY
                   ADD 1 TO WS-SOURCE-COUNT (WS-SRC-IDX)
                   ADD WS-SIGNED-AMOUNT
                       TO WS-SOURCE-TOTAL (WS-SRC-IDX)
                   ADD WS-SIGNED-ORIG-AMOUNT
                       TO WS-SOURCE-ORIG-TOTAL (WS-SRC-IDX)
                   SET WS-SOURCE-FOUND TO TRUE
               ELSE
                   IF NOT WS-SOURCE-IN-USE (WS-SRC-IDX)
               IF WS-SRC-FREE-IDX > ZEROS
                   SET WS-SRC-IDX TO WS-SRC-FREE-IDX
                   MOVE IT-SOURCE TO WS-SOURCE-CODE (WS-SRC-IDX)
                   MOVE WS-POST-CURRENCY
                       TO WS-SOURCE-CURRENCY (WS-SRC-IDX)
                   MOVE 1 TO WS-SOURCE-COUNT (WS-SRC-IDX)
                   MOVE WS-SIGNED-AMOUNT
                       TO WS-SOURCE-TOTAL (WS-SRC-IDX)
                   MOVE WS-SIGNED-ORIG-AMOUNT
                       TO WS-SOURCE-ORIG-TOTAL (WS-SRC-IDX)
                   SET WS-SOURCE-IN-USE (WS-SRC-IDX) TO TRUE
               ELSE
                   DISPLAY "Warning: source table full, channel "
                       IT-SOURCE " not settled."
                   MOVE "SOURCE" TO WS-AUDIT-FIELD-NAME
                   MOVE ZEROS TO WS-AUDIT-OLD-VALUE
                   MOVE WS-BASE-AMOUNT TO WS-AUDIT-NEW-VALUE
                   MOVE "WARNING" TO WS-AUDIT-EVENT-TYPE
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
      * proves out; 2900-RELEASE-GROUP copies the staged records to
      * TRANS-OUT, and a refusal simply discards the work file.
       2500-WRITE-TRANS-OUT.
           MOVE SPACES TO TRAN-OUT-RECORD.
           SET TOR-WIDE-LAYOUT TO TRUE.
           MOVE WS-CODE TO TOR-CODE.
           MOVE WS-BASE-AMOUNT TO TOR-AMOUNT.
           MOVE WS-RUN-DATE TO TOR-DATE.
           MOVE IT-SOURCE TO TOR-SOURCE.
           MOVE IT-TRAN-TYPE TO TOR-TRAN-TYPE.
           MOVE IT-TRAN-REF TO TOR-TRAN-REF.
           MOVE IT-CATEGORY TO TOR-CATEGORY.
           MOVE IT-AMOUNT TO TOR-ORIG-AMOUNT.
           MOVE WS-POST-CURRENCY TO TOR-CURRENCY.
           WRITE TRAN-WORK-RECORD FROM TRAN-OUT-RECORD.
           MOVE "POSTED" TO WS-ACK-DISPOSITION.
           MOVE WS-CODE TO WS-ACK-CODE.
           PERFORM 2190-REGISTER-POSTED-REF.
           PERFORM 2510-WRITE-TRAN-MASTER.

      * already on file (sequence restarted by hand) is rewritten so
      * the master always reflects the latest posting.
       2510-WRITE-TRAN-MASTER.
           MOVE SPACES TO TRAN-MASTER-RECORD.
           MOVE WS-CODE TO TMR-CODE.
           MOVE WS-RUN-DATE TO TMR-DATE.
           MOVE IT-CATEGORY TO TMR-CATEGORY.
           MOVE WS-BASE-AMOUNT TO TMR-AMOUNT.
           MOVE IT-SOURCE TO TMR-SOURCE.
           MOVE IT-TRAN-TYPE TO TMR-TRAN-TYPE.
           MOVE IT-TRAN-REF TO TMR-TRAN-REF.
           MOVE IT-AMOUNT TO TMR-ORIG-AMOUNT.
           MOVE WS-POST-CURRENCY TO TMR-CURRENCY.
           WRITE TRAN-MASTER-RECORD.
           IF WS-TRAN-MAST-STATUS = "22"
               REWRITE TRAN-MASTER-RECORD
           END-IF.
           IF WS-TRAN-MAST-STATUS NOT = "00"
               DISPLAY "Warning: transaction master write failed, "
                   "status " WS-TRAN-MAST-STATUS
               MOVE "TRANMAST" TO WS-AUDIT-FIELD-NAME
               MOVE WS-CODE TO WS-AUDIT-OLD-VALUE
               MOVE ZEROS TO WS-AUDIT-NEW-VALUE
               MOVE "WARNING" TO WS-AUDIT-EVENT-TYPE
               PERFORM 4000-WRITE-AUDIT-RECORD
           END-IF.

      * The fee is charged on the base amount just posted. An entry
      * for the detail's own channel wins over the category default;
      * no entry, or a fee that works out to zero, posts nothing.
       2550-POST-FEE.
           PERFORM 2560-FIND-FEE.
           IF WS-FEE-FOUND
               PERFORM 2570-COMPUTE-FEE
           END-IF.
           IF WS-FEE-FOUND AND WS-FEE-AMOUNT > ZEROS
               MOVE WS-CODE TO WS-FEE-LINK-CODE
               SET WS-POSTING-FEE TO TRUE
               PERFORM 2200-ADD-CODE
               MOVE "N" TO WS-FEE-POSTING-FLAG
               IF NOT WS-WAS-ABORTED
                   IF IT-REVERSAL
                       SUBTRACT WS-FEE-AMOUNT FROM WS-FEE-NET
                   ELSE
                       ADD WS-FEE-AMOUNT TO WS-FEE-NET
                   END-IF
                   PERFORM 2580-WRITE-FEE-POSTING
                   PERFORM 2590-WRITE-FEE-MASTER
               END-IF
           END-IF.

       2560-FIND-FEE.
           MOVE "N" TO WS-FEE-FOUND-FLAG.
           MOVE ZEROS TO WS-FEE-MATCH-IDX.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > 200 OR WS-FEE-FOUND
               IF WS-FEE-IN-USE (WS-FEE-IDX)
                   AND WS-FEE-CATEGORY (WS-FEE-IDX) = IT-CATEGORY
                   IF WS-FEE-SOURCE (WS-FEE-IDX) = IT-SOURCE
                       SET WS-FEE-MATCH-IDX TO WS-FEE-IDX
                       SET WS-FEE-FOUND TO TRUE
                   ELSE
                       IF WS-FEE-SOURCE (WS-FEE-IDX) = SPACE
                           SET WS-FEE-MATCH-IDX TO WS-FEE-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FEE-MATCH-IDX > ZEROS
               SET WS-FEE-IDX TO WS-FEE-MATCH-IDX
               SET WS-FEE-FOUND TO TRUE
           END-IF.

       2570-COMPUTE-FEE.
           COMPUTE WS-FEE-AMOUNT ROUNDED =
               WS-FEE-FLAT (WS-FEE-IDX)
                   + WS-BASE-AMOUNT * WS-FEE-PERCENT (WS-FEE-IDX)
                       / 100
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-FEE-AMOUNT
           END-COMPUTE.
           IF WS-FEE-MINIMUM (WS-FEE-IDX) > ZEROS
               AND WS-FEE-AMOUNT < WS-FEE-MINIMUM (WS-FEE-IDX)
               MOVE WS-FEE-MINIMUM (WS-FEE-IDX) TO WS-FEE-AMOUNT
           END-IF.
           IF WS-FEE-MAXIMUM (WS-FEE-IDX) > ZEROS
               AND WS-FEE-AMOUNT > WS-FEE-MAXIMUM (WS-FEE-IDX)
               MOVE WS-FEE-MAXIMUM (WS-FEE-IDX) TO WS-FEE-AMOUNT
           END-IF.

      * Staged with the detail it was charged on, so the fee
      * releases or is withdrawn with its group.
       2580-WRITE-FEE-POSTING.
           MOVE SPACES TO TRAN-OUT-RECORD.
           SET TOR-WIDE-LAYOUT TO TRUE.
           MOVE WS-CODE TO TOR-CODE.
           MOVE WS-FEE-AMOUNT TO TOR-AMOUNT.
           MOVE WS-RUN-DATE TO TOR-DATE.
           MOVE IT-SOURCE TO TOR-SOURCE.
           MOVE IT-TRAN-TYPE TO TOR-TRAN-TYPE.
           MOVE IT-TRAN-REF TO TOR-TRAN-REF.
           MOVE IT-CATEGORY TO TOR-CATEGORY.
           MOVE WS-FEE-AMOUNT TO TOR-ORIG-AMOUNT.
           MOVE WS-BASE-CURRENCY TO TOR-CURRENCY.
           MOVE "F" TO TOR-FEE-FLAG.
           MOVE WS-FEE-LINK-CODE TO TOR-FEE-LINK-CODE.
           WRITE TRAN-WORK-RECORD FROM TRAN-OUT-RECORD.

       2590-WRITE-FEE-MASTER.
           MOVE SPACES TO TRAN-MASTER-RECORD.
           MOVE WS-CODE TO TMR-CODE.
           MOVE WS-RUN-DATE TO TMR-DATE.
           MOVE IT-CATEGORY TO TMR-CATEGORY.
           MOVE WS-FEE-AMOUNT TO TMR-AMOUNT.
           MOVE IT-SOURCE TO TMR-SOURCE.
           MOVE IT-TRAN-TYPE TO TMR-TRAN-TYPE.
           MOVE IT-TRAN-REF TO TMR-TRAN-REF.
           MOVE WS-FEE-AMOUNT TO TMR-ORIG-AMOUNT.
           MOVE WS-BASE-CURRENCY TO TMR-CURRENCY.
           MOVE "F" TO TMR-FEE-FLAG.
           MOVE WS-FEE-LINK-CODE TO TMR-FEE-LINK-CODE.
           WRITE TRAN-MASTER-RECORD.
           IF WS-TRAN-MAST-STATUS = "22"
               REWRITE TRAN-MASTER-RECORD
           MOVE WS-GROSS-DEBITS TO CKP-GROSS-DEBITS.
           MOVE WS-GROSS-CREDITS TO CKP-GROSS-CREDITS.
           MOVE WS-GROUP-START-CODE TO CKP-RUN-START-CODE.
           MOVE WS-FEE-COUNT TO CKP-FEE-COUNT.
           MOVE WS-FEE-NET TO CKP-FEE-NET.
           WRITE CHECKPOINT-RECORD.
           PERFORM 2660-WRITE-CATEGORY-CHECKPOINT.
           PERFORM 2670-WRITE-SOURCE-CHECKPOINT.
       2670-WRITE-SOURCE-CHECKPOINT.
           OPEN OUTPUT SOURCE-CKPT-FILE.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 40
               IF WS-SOURCE-IN-USE (WS-SRC-IDX)
                   MOVE WS-SOURCE-CODE (WS-SRC-IDX)
                       TO SCK-SOURCE-CODE
                       TO SCK-SOURCE-COUNT
                   MOVE WS-SOURCE-TOTAL (WS-SRC-IDX)
                       TO SCK-SOURCE-TOTAL
                   MOVE WS-SOURCE-CURRENCY (WS-SRC-IDX)
                       TO SCK-CURRENCY
                   MOVE WS-SOURCE-ORIG-TOTAL (WS-SRC-IDX)
                       TO SCK-ORIG-TOTAL
                   WRITE SOURCE-CKPT-RECORD
               END-IF
           END-PERFORM.
           MOVE WS-SAVE-DEBITS TO WS-GROSS-DEBITS.
           MOVE WS-SAVE-CREDITS TO WS-GROSS-CREDITS.
           MOVE WS-SAVE-REF-COUNT TO WS-POSTED-REF-COUNT.
           MOVE WS-SAVE-FEE-COUNT TO WS-FEE-COUNT.
           MOVE WS-SAVE-FEE-NET TO WS-FEE-NET.
           MOVE WS-SAVE-CATEGORY-TABLE TO WS-CATEGORY-TABLE.
           MOVE WS-SAVE-SOURCE-TABLE TO WS-SOURCE-TABLE.
           MOVE WS-GROUP-START-CODE TO WS-CODE.
           PERFORM 2300-COMPUTE-AMOUNT.
           CLOSE TRAN-WORK.
           CLOSE WHSE-WORK.
           CLOSE ACK-WORK.
           PERFORM 2890-WRITE-REFUSAL-ACK.
           MOVE "N" TO WS-GROUP-OPEN-FLAG.
           SET WS-SKIPPING-GROUP TO TRUE.
           ADD 1 TO WS-GROUPS-REFUSED.
           END-IF.

      * A group that proved out is released: the staged postings
      * join TRANS-OUT for real, its parked items join the
      * warehouse, and a checkpoint is taken at this boundary if
      * the interval has come due.
       2900-RELEASE-GROUP.
           CLOSE TRAN-WORK.
           MOVE "N" TO WS-TRAN-WORK-EOF.
               END-READ
           END-PERFORM.
           CLOSE TRAN-WORK.
           CLOSE WHSE-WORK.
           MOVE "N" TO WS-WHSE-WORK-EOF.
           OPEN INPUT WHSE-WORK.
           PERFORM UNTIL WS-END-OF-WHSE-WORK
               READ WHSE-WORK
                   AT END SET WS-END-OF-WHSE-WORK TO TRUE
                   NOT AT END
                       WRITE WAREHOUSE-RECORD
                           FROM WHSE-WORK-RECORD
                       ADD 1 TO WS-WHSE-PARKED-COUNT
               END-READ
           END-PERFORM.
           CLOSE WHSE-WORK.
           CLOSE ACK-WORK.
           MOVE "N" TO WS-ACK-WORK-EOF.
           OPEN INPUT ACK-WORK.
           PERFORM UNTIL WS-END-OF-ACK-WORK
               READ ACK-WORK INTO ACK-RECORD
                   AT END SET WS-END-OF-ACK-WORK TO TRUE
                   NOT AT END PERFORM 2910-RELEASE-ONE-ACK
               END-READ
           END-PERFORM.
           CLOSE ACK-WORK.
           MOVE "N" TO WS-GROUP-OPEN-FLAG.
           ADD 1 TO WS-GROUPS-RELEASED.
           MOVE "BATCH RELEASED" TO RL-LABEL.
           WRITE CTL-REPORT-LINE.
           PERFORM 2600-CHECK-CHECKPOINT.

      * An item left for a workbench is also registered open, so
      * its settlement can be answered to this origin later.
       2910-RELEASE-ONE-ACK.
           WRITE ACK-RECORD.
           ADD 1 TO WS-ACK-COUNT.
           IF ACK-REJECTED OR ACK-SUSPENDED OR ACK-QUEUED
               WRITE ACK-OPEN-RECORD FROM ACK-RECORD
           END-IF.

      * A refused group answers with one record: the origin resends
      * the corrected group, and nothing of this one stands.
       2890-WRITE-REFUSAL-ACK.
           MOVE SPACES TO ACK-RECORD.
           MOVE WS-GROUP-ORIGIN TO ACK-ORIGIN.
           MOVE "G" TO ACK-TYPE.
           MOVE WS-RUN-DATE TO ACK-RUN-DATE.
           MOVE WS-REFUSE-REASON TO ACK-REFUSE-REASON.
           MOVE ZEROS TO ACK-CODE.
           MOVE ZEROS TO ACK-EXCEPTION-TS.
           WRITE ACK-RECORD.
           ADD 1 TO WS-ACK-COUNT.

       2870-DELETE-ONE-MASTER-RECORD.
           ADD 1 TO WS-BACKOUT-CODE.
           MOVE WS-BACKOUT-CODE TO TMR-CODE.
       8000-FINALIZE.
           IF WS-WAS-ABORTED AND WS-GROUP-OPEN
               CLOSE TRAN-WORK
               CLOSE WHSE-WORK
               CLOSE ACK-WORK
               MOVE "N" TO WS-GROUP-OPEN-FLAG
           END-IF.
           IF WS-GROUP-OPEN
           CLOSE REJECT-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE APPROVE-QUEUE.
           CLOSE WAREHOUSE-FILE.
           CLOSE ACK-FILE.
           CLOSE ACK-OPEN.
           CLOSE TRAN-MASTER.
           PERFORM 8100-SAVE-CODE-SEQUENCE.
           PERFORM 8200-PRINT-CONTROL-REPORT.
                   CLOSE SOURCE-CKPT-FILE
               END-IF
           END-IF.
           PERFORM 8900-RECORD-BUSINESS-DAY.

      * The run's outcome on BDAYCTL: a refused group is part of a
      * completed run - BALPROOF proves it as such - and only an
      * aborted run fails the step.
       8900-RECORD-BUSINESS-DAY.
           IF WS-WAS-ABORTED
               SET BDY-FAILED (WS-BDAY-STEP) TO TRUE
           ELSE
               SET BDY-COMPLETE (WS-BDAY-STEP) TO TRUE
           END-IF.
           MOVE RETURN-CODE TO BDY-RETURN-CODE (WS-BDAY-STEP).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO BDY-TIMESTAMP (WS-BDAY-STEP).
           PERFORM 8950-WRITE-BUSINESS-DAY.

       8950-WRITE-BUSINESS-DAY.
           OPEN OUTPUT BUSINESS-DAY-FILE.
           WRITE BUSINESS-DAY-FILE-RECORD FROM BUSINESS-DAY-RECORD.
           CLOSE BUSINESS-DAY-FILE.

      * The intraday carry is the restart machinery pointed at the
      * next capture file: the state is checkpointed with a zero
           MOVE WS-GROSS-DEBITS TO CKP-GROSS-DEBITS.
           MOVE WS-GROSS-CREDITS TO CKP-GROSS-CREDITS.
           MOVE WS-CODE TO CKP-RUN-START-CODE.
           MOVE WS-FEE-COUNT TO CKP-FEE-COUNT.
           MOVE WS-FEE-NET TO CKP-FEE-NET.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           PERFORM 2660-WRITE-CATEGORY-CHECKPOINT.

       8100-SAVE-CODE-SEQUENCE.
           OPEN OUTPUT WS-CODE-SEQ-FILE.
           MOVE SPACES TO WS-CODE-SEQ-RECORD.
           MOVE WS-CODE TO SEQ-LAST-CODE.
           WRITE WS-CODE-SEQ-RECORD.
           CLOSE WS-CODE-SEQ-FILE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.

           MOVE "WAREHOUSE RELEASED" TO RL-LABEL.
           MOVE WS-WHSE-RELEASED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.

           MOVE "WAREHOUSE PARKED" TO RL-LABEL.
           MOVE WS-WHSE-PARKED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.

           MOVE "ACKNOWLEDGMENTS" TO RL-LABEL.
           MOVE WS-ACK-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.

           MOVE "FOLLOW-UPS RETURNED" TO RL-LABEL.
           MOVE WS-FOLLOW-UP-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.

           IF WS-OUTCOME-UNMATCHED > ZEROS
               MOVE "SETTLEMENTS NOT MATCHED" TO RL-LABEL
               MOVE WS-OUTCOME-UNMATCHED TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RL-VALUE
               MOVE WS-REPORT-LINE TO CTL-REPORT-LINE
               WRITE CTL-REPORT-LINE
           END-IF.

           MOVE "FINAL WS-CODE" TO RL-LABEL.
           MOVE WS-CODE TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.

           MOVE "FEE POSTINGS" TO RL-LABEL.
           MOVE WS-FEE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.

           MOVE "FEE INCOME" TO RL-LABEL.
           MOVE WS-FEE-NET TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.

      * The average-ticket band is a day-level control: an
      * intraday slice of the day would trip it on nothing more
      * than the morning's mix, so the check waits for the close
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 40
               IF WS-SOURCE-IN-USE (WS-SRC-IDX)
                   PERFORM 8275-PRINT-SETTLEMENT-LINE
               END-IF
               WHEN OTHER MOVE "UNKNOWN" TO WS-SRC-DESC
           END-EVALUATE.
           MOVE SPACES TO RL-LABEL.
           STRING WS-SOURCE-CODE (WS-SRC-IDX) " " WS-SRC-DESC " "
               WS-SOURCE-CURRENCY (WS-SRC-IDX)
               " COUNT" DELIMITED BY SIZE INTO RL-LABEL.
           MOVE WS-SOURCE-COUNT (WS-SRC-IDX) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.
           MOVE SPACES TO RL-LABEL.
           STRING WS-SOURCE-CODE (WS-SRC-IDX) " " WS-SRC-DESC " "
               WS-SOURCE-CURRENCY (WS-SRC-IDX)
               " AMOUNT" DELIMITED BY SIZE INTO RL-LABEL.
           MOVE WS-SOURCE-TOTAL (WS-SRC-IDX) TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO RL-VALUE.
           MOVE WS-REPORT-LINE TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.
           IF WS-SOURCE-CURRENCY (WS-SRC-IDX) NOT = WS-BASE-CURRENCY
               MOVE SPACES TO RL-LABEL
               STRING WS-SOURCE-CODE (WS-SRC-IDX) " " WS-SRC-DESC " "
                   WS-SOURCE-CURRENCY (WS-SRC-IDX)
                   " ORIG AMOUNT" DELIMITED BY SIZE INTO RL-LABEL
               MOVE WS-SOURCE-ORIG-TOTAL (WS-SRC-IDX)
                   TO WS-EDIT-SIGNED
               MOVE WS-EDIT-SIGNED TO RL-VALUE
               MOVE WS-REPORT-LINE TO CTL-REPORT-LINE
               WRITE CTL-REPORT-LINE
           END-IF.

       8300-WRITE-GL-CONTROL.
           OPEN OUTPUT GL-CONTROL-FILE.
           MOVE "GL" TO GCR-RECORD-TYPE.
           MOVE WS-RUN-DATE TO GCR-RUN-DATE.
           MOVE WS-JOB-ID TO GCR-JOB-ID.
           MOVE WS-RUN-TXN-COUNT TO GCR-TRANSACTION-COUNT.
           MOVE WS-AMOUNT TO GCR-TOTAL-AMOUNT.
           WRITE GL-CONTROL-RECORD.
           PERFORM 8310-WRITE-FEE-CONTROL.
           CLOSE GL-CONTROL-FILE.
           PERFORM 8320-WRITE-GL-STATUS.

      * Fee income goes to its own GL account, so it is released on
      * a record of its own behind the "GL" record: the count of
      * fee postings and the net fee, signed because a day heavy in
      * reversals can give back more fee than it charged.
       8310-WRITE-FEE-CONTROL.
           MOVE SPACES TO GL-CONTROL-RECORD.
           MOVE "FE" TO GCR-RECORD-TYPE.
           MOVE WS-RUN-DATE TO GCR-RUN-DATE.
           MOVE WS-JOB-ID TO GCR-JOB-ID.
           MOVE WS-FEE-COUNT TO GCR-TRANSACTION-COUNT.
           MOVE WS-FEE-NET TO GCR-FEE-NET.
           WRITE GL-CONTROL-RECORD.

      * The release goes on record as pending the moment it leaves,
      * the fee release with it: GLRECON settles this record against
      * the GL's acknowledgments of both and 1020-CHECK-GL-RELEASE
      * holds the next day's run until it has.
       8320-WRITE-GL-STATUS.
           OPEN OUTPUT GL-STATUS-FILE.
           MOVE SPACES TO GL-STATUS-RECORD.
           MOVE WS-RUN-DATE TO GLS-RUN-DATE.
           MOVE WS-JOB-ID TO GLS-JOB-ID.
           MOVE WS-RUN-TXN-COUNT TO GLS-TRANSACTION-COUNT.
           MOVE WS-AMOUNT TO GLS-TOTAL-AMOUNT.
           MOVE WS-FEE-COUNT TO GLS-FEE-COUNT.
           MOVE WS-FEE-NET TO GLS-FEE-NET.
           MOVE "P" TO GLS-STATUS.
           WRITE GL-STATUS-RECORD.
           CLOSE GL-STATUS-FILE.
       8350-WRITE-SETTLEMENT-FILE.
           OPEN OUTPUT SETTLEMENT-FILE.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 40
               IF WS-SOURCE-IN-USE (WS-SRC-IDX)
                   MOVE WS-RUN-DATE TO SET-RUN-DATE
                   MOVE WS-SOURCE-CODE (WS-SRC-IDX) TO SET-SOURCE
                   MOVE WS-SOURCE-COUNT (WS-SRC-IDX)
                       TO SET-TXN-COUNT
                   MOVE WS-SOURCE-TOTAL (WS-SRC-IDX) TO SET-AMOUNT
                   MOVE WS-SOURCE-CURRENCY (WS-SRC-IDX)
                       TO SET-CURRENCY
                   MOVE WS-SOURCE-ORIG-TOTAL (WS-SRC-IDX)
                       TO SET-ORIG-AMOUNT
                   WRITE SETTLEMENT-RECORD
               END-IF
           END-PERFORM.
