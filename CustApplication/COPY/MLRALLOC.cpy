      ******************************************************************
      * DCLGEN TABLE(MLR_REBATE_ALLOC)
      *        LIBRARY(IBMUSER.CICS.COPY(MLRALLOC))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE AUDIT TRAIL BEHIND EVERY MLR REBATE: ONE ROW PER CASE PER  *
      * REPORTING YEAR, SHOWING THE CASE'S SHARE OF ITS MARKET'S       *
      * PREMIUM, THE AMOUNT ALLOCATED AND HOW IT WAS PAID - A PREMIUM  *
      * CREDIT ON THE NEXT BILL OR A REFUND_REQUEST FOR CHKDISB.       *
      ******************************************************************
           EXEC SQL DECLARE MLR_REBATE_ALLOC TABLE
           ( REPORT_YEAR            CHAR(4) NOT NULL,
             STATE                  CHAR(2) NOT NULL,
             LOB_CODE               CHAR(3) NOT NULL,
             MARKET_SEGMENT         CHAR(1) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             CASE_YEAR_PREMIUM      DECIMAL(11, 0) NOT NULL,
             MARKET_YEAR_PREMIUM    DECIMAL(11, 0) NOT NULL,
             MARKET_REBATE          DECIMAL(11, 2) NOT NULL,
             ALLOC_AMOUNT           DECIMAL(11, 2) NOT NULL,
             DISTRIB_METHOD         CHAR(1) NOT NULL,
             REFUND_ID              DECIMAL(9, 0) NOT NULL,
             ALLOC_LOGON            CHAR(8) NOT NULL,
             ALLOC_TIMESTAMP        TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MLR_REBATE_ALLOC                   *
      ******************************************************************
       01  MLR-REBATE-ALLOC-REC.
      *                       REPORT_YEAR
           10 MLA-REPORT-YEAR      PIC X(4).
      *                       STATE
           10 MLA-STATE            PIC X(2).
      *                       LOB_CODE
           10 MLA-LOB-CODE         PIC X(3).
      *                       MARKET_SEGMENT
      *                         S = SMALL GROUP   L = LARGE GROUP
           10 MLA-MARKET-SEGMENT   PIC X(1).
      *                       CASE_NUM
           10 MLA-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 MLA-CASE-IDNTITY     PIC X(8).
      *                       CASE_YEAR_PREMIUM
           10 MLA-CASE-PREMIUM     PIC S9(11)V USAGE COMP-3.
      *                       MARKET_YEAR_PREMIUM
           10 MLA-MARKET-PREMIUM   PIC S9(11)V USAGE COMP-3.
      *                       MARKET_REBATE
           10 MLA-MARKET-REBATE    PIC S9(9)V99 USAGE COMP-3.
      *                       ALLOC_AMOUNT
           10 MLA-ALLOC-AMOUNT     PIC S9(9)V99 USAGE COMP-3.
      *                       DISTRIB_METHOD
      *                         C = PREMIUM CREDIT - CYCLE_ADJUSTMENTS,
      *                             ON THE NEXT BILL (CASE IN FORCE)
      *                         R = REFUND_REQUEST ROW FOR CHKDISB
      *                             (CASE NO LONGER IN FORCE)
           10 MLA-DISTRIB-METHOD   PIC X(1).
      *                       REFUND_ID
      *                         ZERO FOR A PREMIUM CREDIT
           10 MLA-REFUND-ID        PIC S9(9)V USAGE COMP-3.
      *                       ALLOC_LOGON
           10 MLA-ALLOC-LOGON      PIC X(8).
      *                       ALLOC_TIMESTAMP
           10 MLA-ALLOC-TS         PIC X(26).
