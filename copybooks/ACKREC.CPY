      * Acknowledgment record: what became of a captured detail,
      * returned to the capture system named on its group header
      * (ACK-ORIGIN). TRANPROC writes one "D" record per detail of
      * every released group - the WS-CODE it posted under, or the
      * exception file it went to with the reject reason where
      * there is one - and a single "G" record for a group it
      * refused, carrying the refusal reason. Items left on
      * REJECTS, SUSPENSE, or APPROVEQ are answered again with an
      * "F" record once REJFIX, SUSFIX, or LIMAPPR settles them;
      * ACK-EXCEPTION-TS is the exception item's own timestamp, the
      * key the workbench decisions are matched on.
       01  ACK-RECORD.
           05  ACK-ORIGIN              PIC X(8).
           05  ACK-TYPE                PIC X(1).
               88  ACK-DETAIL          VALUE "D".
               88  ACK-GROUP-REFUSAL   VALUE "G".
               88  ACK-FOLLOW-UP       VALUE "F".
           05  ACK-RUN-DATE            PIC 9(8).
           05  ACK-ITEM-DATA.
               10  ACK-TRAN-REF        PIC X(12).
               10  ACK-DISPOSITION     PIC X(8).
                   88  ACK-POSTED      VALUE "POSTED".
                   88  ACK-REJECTED    VALUE "REJECTS".
                   88  ACK-SUSPENDED   VALUE "SUSPENSE".
                   88  ACK-REVERSAL-HELD VALUE "REVEXCPT".
                   88  ACK-QUEUED      VALUE "APPROVEQ".
                   88  ACK-WAREHOUSED  VALUE "WAREHOUS".
           05  ACK-REFUSAL-DATA REDEFINES ACK-ITEM-DATA.
               10  ACK-REFUSE-REASON   PIC X(20).
           05  ACK-CODE                PIC 9(9).
           05  ACK-REASON-CODE         PIC X(4).
           05  ACK-EXCEPTION-TS        PIC 9(14).
           05  ACK-NEW-TRAN-REF        PIC X(12).
           05  FILLER                  PIC X(4).
