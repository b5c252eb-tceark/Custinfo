      ******************************************************************
      * DCLGEN TABLE(DISC_PLAN_XWALK)
      *        LIBRARY(IBMUSER.CICS.COPY(DSCXWLK))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE PLAN-CODE CROSSWALK FOR A DISCONTINUED PRODUCT: EACH OLD   *
      * PLAN CODE BY COVERAGE TYPE AND THE REPLACEMENT PRODUCT'S PLAN  *
      * CODE IT MOVES TO.  PRODDISC DRIVES ONE OPENENRL MASS CHANGE    *
      * PER ROW WHEN AN ACCEPTING CASE MIGRATES.                       *
      ******************************************************************
           EXEC SQL DECLARE DISC_PLAN_XWALK TABLE
           ( PRODUCT_LINE           CHAR(3) NOT NULL,
             PRODUCT_NUMBER         CHAR(4) NOT NULL,
             STATE_CD               CHAR(2) NOT NULL,
             PROD_TYPE              CHAR(8) NOT NULL,
             OLD_PLAN_CODE          CHAR(2) NOT NULL,
             NEW_PLAN_CODE          CHAR(2) NOT NULL,
             XWALK_LOGON            CHAR(8) NOT NULL,
             XWALK_TIMESTAMP        TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DISC_PLAN_XWALK                    *
      ******************************************************************
       01  DISC-PLAN-XWALK-REC.
      *                       PRODUCT_LINE
           10 DXW-PRODUCT-LINE     PIC X(3).
      *                       PRODUCT_NUMBER
           10 DXW-PRODUCT-NUMBER   PIC X(4).
      *                       STATE_CD
           10 DXW-STATE-CD         PIC X(2).
      *                       PROD_TYPE
      *                         COVERAGE TYPE, E.G. 'HEALTH  '
           10 DXW-PROD-TYPE        PIC X(8).
      *                       OLD_PLAN_CODE
           10 DXW-OLD-PLAN-CODE    PIC X(2).
      *                       NEW_PLAN_CODE
           10 DXW-NEW-PLAN-CODE    PIC X(2).
      *                       XWALK_LOGON
           10 DXW-XWALK-LOGON      PIC X(8).
      *                       XWALK_TIMESTAMP
           10 DXW-XWALK-TS         PIC X(26).
