             SUBMIT_DATE            DATE NOT NULL,
             SUBMIT_AMOUNT          DECIMAL(9, 2) NOT NULL,
             SUBMIT_STATUS          CHAR(1) NOT NULL,
             STATUS_TIMESTAMP       TIMESTAMP,
             FUNDING_DATE           DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CARD_SUBMISSION                    *
           10 CSB-SUBMIT-STATUS    PIC X(1).
      *                       STATUS_TIMESTAMP
           10 CSB-STATUS-TS        PIC X(26).
      *                       FUNDING_DATE   (THE NEXT BANKING DAY AFTER
      *                         SUBMISSION - WHEN THE PROCESSOR FUNDS
      *                         IT)
           10 CSB-FUNDING-DATE     PIC X(10).
