             DRAFT_AMOUNT           DECIMAL(9, 2) NOT NULL,
             DRAFT_DATE             DATE NOT NULL,
             DRAFT_STATUS           CHAR(1) NOT NULL,
             STATUS_TIMESTAMP       TIMESTAMP,
             SETTLE_DATE            DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EFT_DRAFT                          *
           10 EFD-DRAFT-STATUS     PIC X(1).
      *                       STATUS_TIMESTAMP
           10 EFD-STATUS-TS        PIC X(26).
      *                       SETTLE_DATE   (THE NEXT BANKING DAY AFTER
      *                         ORIGINATION - THE ENTRY'S EFFECTIVE
      *                         DATE)
           10 EFD-SETTLE-DATE      PIC X(10).
