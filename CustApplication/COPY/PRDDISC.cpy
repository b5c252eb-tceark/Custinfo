      ******************************************************************
      * DCLGEN TABLE(PROD_DISCONTINUE)
      *        LIBRARY(IBMUSER.CICS.COPY(PRDDISC))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER PRODUCT A CARRIER WITHDRAWS FROM A STATE: THE      *
      * STATUTORY NOTICE PERIOD AND THE REPLACEMENT PRODUCT OFFERED.   *
      * DISC_PLAN_XWALK MAPS ITS PLAN CODES AND DISC_CASE TRACKS EACH  *
      * AFFECTED CASE THROUGH PRODDISC.                                *
      ******************************************************************
           EXEC SQL DECLARE PROD_DISCONTINUE TABLE
           ( PRODUCT_LINE           CHAR(3) NOT NULL,
             PRODUCT_NUMBER         CHAR(4) NOT NULL,
             STATE_CD               CHAR(2) NOT NULL,
             NOTICE_DAYS            DECIMAL(3, 0) NOT NULL,
             REPL_PRODUCT_LINE      CHAR(3) NOT NULL,
             REPL_PRODUCT_NUMBER    CHAR(4) NOT NULL,
             DISC_STATUS            CHAR(1) NOT NULL,
             NOTICE_DATE            DATE,
             DISC_LOGON             CHAR(8) NOT NULL,
             DISC_TIMESTAMP         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD_DISCONTINUE                   *
      ******************************************************************
       01  PROD-DISCONTINUE-REC.
      *                       PRODUCT_LINE
           10 PDH-PRODUCT-LINE     PIC X(3).
      *                       PRODUCT_NUMBER
           10 PDH-PRODUCT-NUMBER   PIC X(4).
      *                       STATE_CD
      *                         THE CASE'S SITUS STATE
           10 PDH-STATE-CD         PIC X(2).
      *                       NOTICE_DAYS
      *                         90 = PRODUCT DISCONTINUANCE
      *                         180 = MARKET WITHDRAWAL
           10 PDH-NOTICE-DAYS      PIC S9(3)V USAGE COMP-3.
      *                       REPL_PRODUCT_LINE
           10 PDH-REPL-PROD-LINE   PIC X(3).
      *                       REPL_PRODUCT_NUMBER
           10 PDH-REPL-PROD-NUMBER PIC X(4).
      *                       DISC_STATUS
      *                         O = DECLARED   N = NOTICES SENT
      *                         C = CLOSED - EVERY CASE MIGRATED, MOVED
      *                             ELSEWHERE OR LAPSED
           10 PDH-DISC-STATUS      PIC X(1).
      *                       NOTICE_DATE
           10 PDH-NOTICE-DATE      PIC X(10).
      *                       DISC_LOGON
           10 PDH-DISC-LOGON       PIC X(8).
      *                       DISC_TIMESTAMP
           10 PDH-DISC-TS          PIC X(26).
