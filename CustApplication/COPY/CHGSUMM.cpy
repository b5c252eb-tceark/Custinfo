      ******************************************************************
      * DCLGEN TABLE(CHARGEBACK_SUMMARY)
      *        LIBRARY(IBMUSER.CICS.COPY(CHGSUMM))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE MONTH OF COST_JOURNAL SUMMARIZED BY CARRIER, SITE,         *
      * TRANSACTION AND OPERATOR AND PRICED FROM CHARGEBACK_RATE BY    *
      * CHGBACK 'M'.  A RERUN OF THE MONTH REPLACES ITS ROWS.  THE     *
      * CARRIER INVOICES AND THE OPERATOR PRODUCTIVITY REPORT ARE      *
      * BOTH READ FROM HERE.                                           *
      ******************************************************************
           EXEC SQL DECLARE CHARGEBACK_SUMMARY TABLE
           ( CHARGE_MONTH           CHAR(6) NOT NULL,
             CARRIER_CODE           CHAR(2) NOT NULL,
             SITE_CODE              CHAR(2) NOT NULL,
             TRANSACTION_ID         CHAR(4) NOT NULL,
             OPERATOR_ID            CHAR(8) NOT NULL,
             TRANS_COUNT            DECIMAL(9, 0) NOT NULL,
             UNIT_RATE              DECIMAL(7, 4) NOT NULL,
             CHARGE_AMOUNT          DECIMAL(11, 2) NOT NULL,
             RUN_TIMESTAMP          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CHARGEBACK_SUMMARY                 *
      ******************************************************************
       01  CHARGEBACK-SUMMARY-REC.
      *                       CHARGE_MONTH   (YYYYMM)
           10 CBS-CHARGE-MONTH     PIC X(6).
      *                       CARRIER_CODE
           10 CBS-CARRIER-CODE     PIC X(2).
      *                       SITE_CODE
           10 CBS-SITE-CODE        PIC X(2).
      *                       TRANSACTION_ID
           10 CBS-TRANSACTION-ID   PIC X(4).
      *                       OPERATOR_ID
           10 CBS-OPERATOR-ID      PIC X(8).
      *                       TRANS_COUNT
           10 CBS-TRANS-COUNT      PIC S9(9)V USAGE COMP-3.
      *                       UNIT_RATE   (ZERO = NO RATE ON FILE)
           10 CBS-UNIT-RATE        PIC S9(3)V9(4) USAGE COMP-3.
      *                       CHARGE_AMOUNT
           10 CBS-CHARGE-AMOUNT    PIC S9(9)V99 USAGE COMP-3.
      *                       RUN_TIMESTAMP
           10 CBS-RUN-TS           PIC X(26).
