      ******************************************************************
      * DCLGEN TABLE(SALES_FUNNEL)
      *        LIBRARY(IBMUSER.CICS.COPY(SALEFNL))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * NEW-BUSINESS SALES FUNNEL, REBUILT BY SLSFUNL FOR ONE ENTRY    *
      * MONTH AT A TIME.  ONE ROW PER CATMASTER APPLICATION THAT       *
      * ENTERED THE FUNNEL THAT MONTH - ITS FIRST GRPQUOTE QUOTE, OR   *
      * FOR AN UNQUOTED PAPER APPLICATION ITS RECEIVED DATE - WITH     *
      * THE DATE IT REACHED EACH LATER STEP AND THE CASE IT BECAME,    *
      * FOUND THROUGH THE CASE'S MAGIC_PROPOSAL_NUM (THE ACCEPTED      *
      * QUOTE_ID).  REP AND BROKER ARE THE QUOTE'S, ELSE THE CASE'S.   *
      ******************************************************************
           EXEC SQL DECLARE SALES_FUNNEL TABLE
           ( FUNNEL_MONTH           CHAR(6) NOT NULL,
             CAT_IDNTITY_NUMBER     CHAR(8) NOT NULL,
             CAT_VERSION_QUAL       CHAR(1) NOT NULL,
             DIST_CHANNEL           CHAR(1) NOT NULL,
             FIELD_FORCE            CHAR(2) NOT NULL,
             FIELD_SALES_REP        CHAR(3) NOT NULL,
             BROKER_ID              CHAR(9) NOT NULL,
             QUOTE_ID               DECIMAL(9, 0) NOT NULL,
             QUOTE_STATUS           CHAR(1) NOT NULL,
             FIRST_QUOTE_DATE       DATE,
             QUOTED_PREMIUM         DECIMAL(11, 2) NOT NULL,
             RECEIVED_DATE          DATE,
             ISSUE_DATE             DATE,
             CLOSEOUT_DATE          DATE,
             DECLINED_DATE          DATE,
             CASE_NUM               CHAR(6) NOT NULL,
             ISSUED_PREMIUM         DECIMAL(9, 2) NOT NULL,
             RUN_TIMESTAMP          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SALES_FUNNEL                       *
      ******************************************************************
       01  SALES-FUNNEL-REC.
      *                       FUNNEL_MONTH   (CCYYMM ENTERED)
           10 SFN-FUNNEL-MONTH     PIC X(6).
      *                       CAT_IDNTITY_NUMBER
           10 SFN-CAT-IDNTITY      PIC X(8).
      *                       CAT_VERSION_QUAL
           10 SFN-VERSION-QUAL     PIC X(1).
      *                       DIST_CHANNEL   (CAT_DIST_CHANNEL)
           10 SFN-DIST-CHANNEL     PIC X(1).
      *                       FIELD_FORCE    (CAT_FIELD_FORCE)
           10 SFN-FIELD-FORCE      PIC X(2).
      *                       FIELD_SALES_REP
           10 SFN-FIELD-SALES-REP  PIC X(3).
      *                       BROKER_ID   (QUOTE'S BROKER, ELSE THE
      *                                    CASE'S AGENT_REP_ID)
           10 SFN-BROKER-ID        PIC X(9).
      *                       QUOTE_ID    (ZERO - NEVER QUOTED)
           10 SFN-QUOTE-ID         PIC S9(9)V USAGE COMP-3.
      *                       QUOTE_STATUS   (GROUP_QUOTE, BLANK IF
      *                         NONE)
           10 SFN-QUOTE-STATUS     PIC X(1).
      *                       FIRST_QUOTE_DATE
           10 SFN-FIRST-QUOTE-DATE PIC X(10).
      *                       QUOTED_PREMIUM
           10 SFN-QUOTED-PREMIUM   PIC S9(9)V99 USAGE COMP-3.
      *                       RECEIVED_DATE  (APPLICATION IN)
           10 SFN-RECEIVED-DATE    PIC X(10).
      *                       ISSUE_DATE
           10 SFN-ISSUE-DATE       PIC X(10).
      *                       CLOSEOUT_DATE  (CASE SET UP BY CATISSUE)
           10 SFN-CLOSEOUT-DATE    PIC X(10).
      *                       DECLINED_DATE
           10 SFN-DECLINED-DATE    PIC X(10).
      *                       CASE_NUM    (BLANK UNTIL ISSUED AND TIED)
           10 SFN-CASE-NUM         PIC X(6).
      *                       ISSUED_PREMIUM (CAT_PREMIUM_AMOUNT)
           10 SFN-ISSUED-PREMIUM   PIC S9(7)V99 USAGE COMP-3.
      *                       RUN_TIMESTAMP
           10 SFN-RUN-TS           PIC X(26).
