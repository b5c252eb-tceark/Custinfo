      ******************************************************************
      * DCLGEN TABLE(DISC_CASE)
      *        LIBRARY(IBMUSER.CICS.COPY(DSCCASE))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER CASE NOTICED OF A PRODUCT DISCONTINUANCE, FROM THE *
      * NOTICE THROUGH THE OFFER TO ITS OUTCOME: MIGRATED TO THE       *
      * REPLACEMENT PRODUCT, MOVED ELSEWHERE, OR LAPSED.               *
      ******************************************************************
           EXEC SQL DECLARE DISC_CASE TABLE
           ( PRODUCT_LINE           CHAR(3) NOT NULL,
             PRODUCT_NUMBER         CHAR(4) NOT NULL,
             STATE_CD               CHAR(2) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CASE_IDNTITY           CHAR(8) NOT NULL,
             MEMBER_COUNT           DECIMAL(5, 0) NOT NULL,
             NOTICE_DATE            DATE NOT NULL,
             MIGRATION_DATE         DATE NOT NULL,
             CASE_STATUS            CHAR(1) NOT NULL,
             STATUS_DATE            DATE NOT NULL,
             STATUS_LOGON           CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DISC_CASE                          *
      ******************************************************************
       01  DISC-CASE-REC.
      *                       PRODUCT_LINE
           10 DCS-PRODUCT-LINE     PIC X(3).
      *                       PRODUCT_NUMBER
           10 DCS-PRODUCT-NUMBER   PIC X(4).
      *                       STATE_CD
           10 DCS-STATE-CD         PIC X(2).
      *                       CASE_NUM
           10 DCS-CASE-NUM         PIC X(6).
      *                       CASE_IDNTITY
           10 DCS-CASE-IDNTITY     PIC X(8).
      *                       MEMBER_COUNT
      *                         ACTIVE MEMBERS NOTICED
           10 DCS-MEMBER-COUNT     PIC S9(5)V USAGE COMP-3.
      *                       NOTICE_DATE
           10 DCS-NOTICE-DATE      PIC X(10).
      *                       MIGRATION_DATE
      *                         THE FIRST PRODUCT_EFF_DATE ANNIVERSARY
      *                         AFTER THE NOTICE PERIOD RUNS
           10 DCS-MIGRATION-DATE   PIC X(10).
      *                       CASE_STATUS
      *                         N = NOTICED, OFFER OPEN
      *                         A = ACCEPTED THE REPLACEMENT
      *                         M = MIGRATED TO THE REPLACEMENT
      *                         E = MOVED ELSEWHERE
      *                         L = LAPSED - NO ANSWER BY THE
      *                             MIGRATION DATE
           10 DCS-CASE-STATUS      PIC X(1).
      *                       STATUS_DATE
           10 DCS-STATUS-DATE      PIC X(10).
      *                       STATUS_LOGON
           10 DCS-STATUS-LOGON     PIC X(8).
