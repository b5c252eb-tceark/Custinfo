      ******************************************************************
      * DCLGEN TABLE(DQ_EXCEPTION)
      *        LIBRARY(IBMUSER.CICS.COPY(DQEXCEPT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * DATA-QUALITY CORRECTION WORKLIST.  ONE OPEN ROW PER EMPLOYEE   *
      * AND FAILING DQ_RULE.  DQSCORE OPENS THE ROW THE FIRST NIGHT    *
      * THE RULE FAILS, STAMPS LAST_SEEN_DATE EVERY NIGHT IT STILL     *
      * FAILS, AND CLOSES IT THE FIRST NIGHT IT DOES NOT.  THE OPEN    *
      * ROWS FEED THE DATAQUAL QUEUE IN WORKBSKT.                      *
      ******************************************************************
           EXEC SQL DECLARE DQ_EXCEPTION TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             RULE_CODE              CHAR(4) NOT NULL,
             SITE_CODE              CHAR(2) NOT NULL,
             DETECTED_DATE          DATE NOT NULL,
             LAST_SEEN_DATE         DATE NOT NULL,
             EXC_STATUS             CHAR(1) NOT NULL,
             CLOSED_DATE            DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DQ_EXCEPTION                       *
      ******************************************************************
       01  DQ-EXCEPTION-REC.
      *                       CASE_NUM
           10 DQX-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 DQX-CASE-IDNTITY     PIC X(8).
      *                       EMP_NUM
           10 DQX-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       RULE_CODE
           10 DQX-RULE-CODE        PIC X(4).
      *                       SITE_CODE
           10 DQX-SITE-CODE        PIC X(2).
      *                       DETECTED_DATE
           10 DQX-DETECTED-DATE    PIC X(10).
      *                       LAST_SEEN_DATE
           10 DQX-LAST-SEEN-DATE   PIC X(10).
      *                       EXC_STATUS
      *                         O = OPEN  C = CORRECTED (CLOSED)
           10 DQX-EXC-STATUS       PIC X(1).
      *                       CLOSED_DATE
           10 DQX-CLOSED-DATE      PIC X(10).
