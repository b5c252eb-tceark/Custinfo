      ******************************************************************
      * DCLGEN TABLE(COST_JOURNAL)
      *        LIBRARY(IBMUSER.CICS.COPY(COSTJRNL))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * TRANSACTION COST-JOURNAL RECORDS WRITTEN BY THE CAPRCINC       *
      * INCLUDE IN THE 0030-/9000-WRITE-COST-JOURNAL PARAGRAPHS OF     *
      * NA300, NA301, NA320, NA330, NA340, TU003 AND SQLERRTN, AS      *
      * OFFLOADED NIGHTLY.  ONE ROW PER TRANSACTION WORKED.  A BLANK   *
      * CARRIER IS WORK NOT DONE FOR A CARRIER (SQLERRTN, THE TU003    *
      * MENUS) - IT COUNTS TOWARD OPERATOR PRODUCTIVITY BUT IS NEVER   *
      * CHARGED BACK.  CHGBACK READS ONE MONTH AT A TIME.              *
      ******************************************************************
           EXEC SQL DECLARE COST_JOURNAL TABLE
           ( JOURNAL_TIMESTAMP      TIMESTAMP NOT NULL,
             CARRIER_CODE           CHAR(2) NOT NULL,
             SITE_CODE              CHAR(2) NOT NULL,
             TRANSACTION_ID         CHAR(4) NOT NULL,
             PROGRAM_ID             CHAR(8) NOT NULL,
             OPERATOR_ID            CHAR(8) NOT NULL,
             TERMINAL_ID            CHAR(4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COST_JOURNAL                       *
      ******************************************************************
       01  COST-JOURNAL-REC.
      *                       JOURNAL_TIMESTAMP
           10 CJR-JOURNAL-TS       PIC X(26).
      *                       CARRIER_CODE   (BLANK = NOT CHARGEABLE)
           10 CJR-CARRIER-CODE     PIC X(2).
      *                       SITE_CODE
           10 CJR-SITE-CODE        PIC X(2).
      *                       TRANSACTION_ID
           10 CJR-TRANSACTION-ID   PIC X(4).
      *                       PROGRAM_ID
           10 CJR-PROGRAM-ID       PIC X(8).
      *                       OPERATOR_ID
           10 CJR-OPERATOR-ID      PIC X(8).
      *                       TERMINAL_ID
           10 CJR-TERMINAL-ID      PIC X(4).
