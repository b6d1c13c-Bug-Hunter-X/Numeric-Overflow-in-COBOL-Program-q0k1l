      *
      * Generations cut before TRANS-OUT carried the category
      * cannot satisfy a category-range inquiry and are searched
      * by reference only. Generations cut in the five-digit code
      * layout are read through TRANOLD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY TRANREC.

           COPY TRANOLD.

       01  WS-GEN-WORK.
           05  WS-GEN-DATE             PIC 9(8) VALUE ZEROS.
           05  WS-GEN-FOUND-IN         PIC X(17) VALUE SPACES.

       01  WS-HIT-FIELDS.
           05  WS-HIT-CODE             PIC 9(9) VALUE ZEROS.
           05  WS-HIT-DATE             PIC 9(8) VALUE ZEROS.
           05  WS-HIT-CATEGORY         PIC X(2) VALUE SPACES.
           05  WS-HIT-AMOUNT           PIC 9(7)V99 VALUE ZEROS.
       01  WS-HIT-LINE.
           05  HIT-INQUIRY             PIC Z(2)9.
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  HIT-CODE                PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  HIT-DATE                PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACE.
                   END-IF
               WHEN "GD"
                   IF WS-GEN-BRACKET-OPEN
                       PERFORM 3350-LOAD-ARCHIVE-DETAIL
                       PERFORM 3400-MATCH-ARCHIVE-DETAIL
                   END-IF
               WHEN "GT"
                   CONTINUE
           END-EVALUATE.

      * A detail cut in the five-digit code layout carries a space
      * in TOR-LAYOUT; it is lifted into the current layout, the two
      * codes widened and everything between them unchanged.
       3350-LOAD-ARCHIVE-DETAIL.
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

       3400-MATCH-ARCHIVE-DETAIL.
           PERFORM VARYING WS-INQ-IDX FROM 1 BY 1
                   UNTIL WS-INQ-IDX > WS-INQUIRY-COUNT
