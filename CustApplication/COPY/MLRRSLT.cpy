      ******************************************************************
      * DCLGEN TABLE(MLR_RESULT)
      *        LIBRARY(IBMUSER.CICS.COPY(MLRRSLT))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER MLR REPORTING YEAR, SITUS STATE AND MARKET - THE   *
      * THREE-YEAR PREMIUM, CLAIMS AND LOSS RATIO MLRREBT COMPUTED,    *
      * THE STANDARD IT WAS HELD TO AND THE REBATE OWED.  THE ROW IS   *
      * WRITTEN IN THE SAME UNIT OF WORK AS THE MARKET'S ALLOCATIONS,  *
      * SO A RERUN SKIPS EVERY MARKET ALREADY DONE.                    *
      ******************************************************************
           EXEC SQL DECLARE MLR_RESULT TABLE
           ( REPORT_YEAR            CHAR(4) NOT NULL,
             STATE                  CHAR(2) NOT NULL,
             LOB_CODE               CHAR(3) NOT NULL,
             MARKET_SEGMENT         CHAR(1) NOT NULL,
             PREMIUM_3YR            DECIMAL(13, 0) NOT NULL,
             CLAIMS_3YR             DECIMAL(13, 0) NOT NULL,
             YEAR_PREMIUM           DECIMAL(11, 0) NOT NULL,
             MLR_PCT                DECIMAL(5, 2) NOT NULL,
             STANDARD_PCT           DECIMAL(5, 2) NOT NULL,
             REBATE_AMOUNT          DECIMAL(11, 2) NOT NULL,
             CASES_ALLOCATED        DECIMAL(5, 0) NOT NULL,
             CALC_LOGON             CHAR(8) NOT NULL,
             CALC_TIMESTAMP         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MLR_RESULT                         *
      ******************************************************************
       01  MLR-RESULT-REC.
      *                       REPORT_YEAR
           10 MLR-REPORT-YEAR      PIC X(4).
      *                       STATE
      *                         THE CASE'S SITUS STATE (CASE IDENTITY)
           10 MLR-STATE            PIC X(2).
      *                       LOB_CODE
           10 MLR-LOB-CODE         PIC X(3).
      *                       MARKET_SEGMENT
      *                         S = SMALL GROUP (OVER20_EMPS_IND NOT Y)
      *                         L = LARGE GROUP (OVER20_EMPS_IND Y)
           10 MLR-MARKET-SEGMENT   PIC X(1).
      *                       PREMIUM_3YR
           10 MLR-PREMIUM-3YR      PIC S9(13)V USAGE COMP-3.
      *                       CLAIMS_3YR
           10 MLR-CLAIMS-3YR       PIC S9(13)V USAGE COMP-3.
      *                       YEAR_PREMIUM
      *                         THE REPORTING YEAR ALONE - THE REBATE
      *                         BASE
           10 MLR-YEAR-PREMIUM     PIC S9(11)V USAGE COMP-3.
      *                       MLR_PCT
           10 MLR-MLR-PCT          PIC S9(3)V99 USAGE COMP-3.
      *                       STANDARD_PCT
           10 MLR-STANDARD-PCT     PIC S9(3)V99 USAGE COMP-3.
      *                       REBATE_AMOUNT
      *                         ZERO WHEN THE MARKET MET THE STANDARD
           10 MLR-REBATE-AMOUNT    PIC S9(9)V99 USAGE COMP-3.
      *                       CASES_ALLOCATED
           10 MLR-CASES-ALLOCATED  PIC S9(5)V USAGE COMP-3.
      *                       CALC_LOGON
           10 MLR-CALC-LOGON       PIC X(8).
      *                       CALC_TIMESTAMP
           10 MLR-CALC-TS          PIC X(26).
