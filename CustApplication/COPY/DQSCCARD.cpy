      ******************************************************************
      * DCLGEN TABLE(DQ_SCORECARD)
      *        LIBRARY(IBMUSER.CICS.COPY(DQSCCARD))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * NIGHTLY DATA-QUALITY SCORECARD.  ONE ROW PER RUN DATE, CASE    *
      * AND SITE, PLUS A CASE-TOTAL ROW WITH SITE_CODE SPACES.  THE    *
      * SCORE IS THE PERCENT OF ACTIVE EMPLOYEES PASSING EVERY ACTIVE  *
      * DQ_RULE.                                                       *
      ******************************************************************
           EXEC SQL DECLARE DQ_SCORECARD TABLE
           ( RUN_DATE               DATE NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             SITE_CODE              CHAR(2) NOT NULL,
             EMPS_CHECKED           DECIMAL(7, 0) NOT NULL,
             EMPS_CLEAN             DECIMAL(7, 0) NOT NULL,
             RULE_FAILURES          DECIMAL(7, 0) NOT NULL,
             SCORE_PCT              DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DQ_SCORECARD                       *
      ******************************************************************
       01  DQ-SCORECARD-REC.
      *                       RUN_DATE
           10 DQS-RUN-DATE         PIC X(10).
      *                       CASE_NUM
           10 DQS-CASE-NUM         PIC X(6).
      *                       SITE_CODE   (SPACES = CASE TOTAL)
           10 DQS-SITE-CODE        PIC X(2).
      *                       EMPS_CHECKED
           10 DQS-EMPS-CHECKED     PIC S9(7)V USAGE COMP-3.
      *                       EMPS_CLEAN
           10 DQS-EMPS-CLEAN       PIC S9(7)V USAGE COMP-3.
      *                       RULE_FAILURES
           10 DQS-RULE-FAILURES    PIC S9(7)V USAGE COMP-3.
      *                       SCORE_PCT
           10 DQS-SCORE-PCT        PIC S9(3)V9(2) USAGE COMP-3.
