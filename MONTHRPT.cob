      * hole would be worse than none.
      *
      * Generations cut before TRANS-OUT carried the category post
      * their details under category zero; generations cut in the
      * five-digit code layout are read through TRANOLD.
      *
      * Fee postings count toward each generation's bracket proof
      * but not toward the category, channel, or daily volumes;
      * they are totalled in a fee income section of their own.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY TRANREC.

           COPY TRANOLD.

      * One entry per calendar day of the requested month, carrying
      * the catalog's expectation alongside what the generation
      * stream actually delivered.
           05  WS-GEN-DATE             PIC 9(8) VALUE ZEROS.
           05  WS-GEN-COUNT            PIC 9(9) VALUE ZEROS.
           05  WS-GEN-NET              PIC S9(13)V99 VALUE ZEROS.
           05  WS-FEE-MONTH-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-FEE-MONTH-NET        PIC S9(13)V99 VALUE ZEROS.
           05  WS-DAY-SUB              PIC 9(2) VALUE ZEROS.
           05  WS-CLEAR-DAY            PIC 9(2) VALUE ZEROS.

           PERFORM 5000-PRINT-CATEGORY-SECTION.
           PERFORM 6000-PRINT-CHANNEL-SECTION.
           PERFORM 7000-PRINT-DAILY-SECTION.
           PERFORM 7500-PRINT-FEE-SECTION.
           PERFORM 8000-FINALIZE.
           STOP RUN.

               WRITE MONTH-REPORT-LINE
               MOVE "N" TO WS-PROOF-FLAG
           ELSE
               PERFORM 3305-LOAD-DETAIL
               ADD 1 TO WS-GEN-COUNT
               IF TOR-REVERSAL
                   SUBTRACT TOR-AMOUNT FROM WS-GEN-NET
               ELSE
                   ADD TOR-AMOUNT TO WS-GEN-NET
               END-IF
               IF TOR-FEE-POSTING
                   PERFORM 3340-TALLY-FEE
               ELSE
                   PERFORM 3310-TALLY-DAY
                   PERFORM 3320-TALLY-CATEGORY
                   PERFORM 3330-TALLY-SOURCE
               END-IF
           END-IF.

      * A detail cut in the five-digit code layout carries a space
      * in TOR-LAYOUT; it is lifted into the current layout, the two
      * codes widened and everything between them unchanged.
       3305-LOAD-DETAIL.
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

       3310-TALLY-DAY.
                   TO WS-SRC-DAY-NET (WS-SRC-IDX WS-CLEAR-DAY)
           END-PERFORM.

       3340-TALLY-FEE.
           ADD 1 TO WS-FEE-MONTH-COUNT.
           IF TOR-REVERSAL
               SUBTRACT TOR-AMOUNT FROM WS-FEE-MONTH-NET
           ELSE
               ADD TOR-AMOUNT TO WS-FEE-MONTH-NET
           END-IF.

       3400-CLOSE-BRACKET.
           IF NOT WS-GEN-BRACKET-OPEN
               MOVE "*** TRAILER OUTSIDE BRACKET" TO RL-LABEL
           MOVE WS-DETAIL-LINE TO MONTH-REPORT-LINE.
           WRITE MONTH-REPORT-LINE.

       7500-PRINT-FEE-SECTION.
           MOVE SPACES TO MONTH-REPORT-LINE.
           WRITE MONTH-REPORT-LINE.
           MOVE "--- FEE INCOME ---" TO MONTH-REPORT-LINE.
           WRITE MONTH-REPORT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "  MONTH" TO DTL-LABEL.
           MOVE WS-FEE-MONTH-COUNT TO DTL-COUNT.
           MOVE WS-FEE-MONTH-NET TO DTL-NET.
           MOVE WS-DETAIL-LINE TO MONTH-REPORT-LINE.
           WRITE MONTH-REPORT-LINE.

       8000-FINALIZE.
           MOVE SPACES TO MONTH-REPORT-LINE.
           WRITE MONTH-REPORT-LINE.
