      * Service-desk inquiry: key a transaction code and get back
      * the amount, posting date, source channel, and category from
      * the indexed transaction master maintained by TRANPROC.
      * The code may be keyed with or without its leading zeros.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  WS-INQUIRY-DONE     VALUE "Y".

       01  WS-INQUIRY-FIELDS.
           05  WS-INQUIRY-KEY          PIC X(9).
           05  WS-INQUIRY-CODE         PIC 9(9).
           05  WS-KEY-LENGTH           PIC 9(2).
           05  WS-EDIT-AMOUNT          PIC Z(6)9.99.
           05  WS-EDIT-DATE.
               10  WS-EDIT-YEAR        PIC X(4).
           END-IF.

       2000-PROCESS-INQUIRIES.
           DISPLAY "ENTER TRANSACTION CODE (UP TO 9 DIGITS) OR END:".
           MOVE SPACES TO WS-INQUIRY-KEY.
           ACCEPT WS-INQUIRY-KEY.
           MOVE ZEROS TO WS-KEY-LENGTH.
           INSPECT WS-INQUIRY-KEY TALLYING WS-KEY-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN WS-INQUIRY-KEY = "END" OR "end" OR SPACES
                   SET WS-INQUIRY-DONE TO TRUE
               WHEN WS-KEY-LENGTH = ZEROS
                   DISPLAY "CODE MUST BE UP TO 9 DIGITS."
               WHEN WS-INQUIRY-KEY(1:WS-KEY-LENGTH) NOT NUMERIC
                   DISPLAY "CODE MUST BE UP TO 9 DIGITS."
               WHEN WS-KEY-LENGTH < 9
                   AND WS-INQUIRY-KEY(WS-KEY-LENGTH + 1:) NOT = SPACES
                   DISPLAY "CODE MUST BE UP TO 9 DIGITS."
               WHEN OTHER
                   MOVE WS-INQUIRY-KEY(1:WS-KEY-LENGTH)
                       TO WS-INQUIRY-CODE
                   PERFORM 2100-READ-AND-DISPLAY
           END-EVALUATE.

       2100-READ-AND-DISPLAY.
           MOVE WS-INQUIRY-CODE TO TMR-CODE.
           READ TRAN-MASTER
               INVALID KEY
                   DISPLAY "TRANSACTION " WS-INQUIRY-CODE
                       " NOT FOUND."
               NOT INVALID KEY
                   PERFORM 2200-DISPLAY-TRANSACTION
           END-EVALUATE.
           DISPLAY "CODE:      " TMR-CODE.
           DISPLAY "AMOUNT:    " WS-EDIT-AMOUNT.
           IF TMR-CURRENCY NOT = SPACES AND TMR-ORIG-AMOUNT NUMERIC
               MOVE TMR-ORIG-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "CAPTURED:  " WS-EDIT-AMOUNT " " TMR-CURRENCY
           END-IF.
           DISPLAY "POSTED:    " WS-EDIT-DATE.
           DISPLAY "CHANNEL:   " TMR-SOURCE " " WS-SOURCE-DESC.
           DISPLAY "CATEGORY:  " TMR-CATEGORY.
           IF TMR-REVERSAL
               DISPLAY "TYPE:      REVERSAL"
           END-IF.
           IF TMR-FEE-POSTING
               DISPLAY "FEE ON:    " TMR-FEE-LINK-CODE
           END-IF.

       8000-FINALIZE.
           CLOSE TRAN-MASTER.
