      *                       CARD_REASON
      *                         N = NEW COVERAGE   C = COVERAGE CHANGE
      *                         L = LOST CARD      M = NAME CHANGE
      *                         I = MEMBER ID ISSUED (MBRIDGEN)
           10 CRD-CARD-REASON      PIC X(1).
      *                       REISSUE_COUNT
           10 CRD-REISSUE-COUNT    PIC S9(3)V USAGE COMP-3.
      *                       QUEUE_STATUS
      *                         Q = QUEUED   P = PRODUCED
      *                         X = WITHDRAWN - THE MEMBER TERMED
      *                             BEFORE IT WAS PRODUCED
           10 CRD-QUEUE-STATUS     PIC X(1).
      *                       QUEUED_TIMESTAMP
           10 CRD-QUEUED-TS        PIC X(26).
