      ******************************************************************
      * DCLGEN TABLE(TAKEOVER_CREDIT)
      *        LIBRARY(IBMUSER.CICS.COPY(TAKEOVCR))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * NO-LOSS/NO-GAIN CREDIT A MEMBER BRINGS FROM THE PRIOR CARRIER  *
      * WHEN WE TAKE OVER A GROUP: WAITING PERIOD ALREADY SERVED,      *
      * PRE-EXISTING CREDIT, AND DEDUCTIBLE AND OUT-OF-POCKET MET.     *
      * ONE ROW PER EMPLOYEE PER COVERAGE TYPE ON A TAKEOVER LINE.     *
      * SEEDED AND MAINTAINED THROUGH TKOVCRED FROM THE NA330A/NA340A  *
      * PANELS; COVACTIV SHORTENS THE WAIT BY THE MONTHS SERVED AND    *
      * EDI834 SENDS THE CREDIT TO THE CARRIER.                        *
      ******************************************************************
           EXEC SQL DECLARE TAKEOVER_CREDIT TABLE
           ( CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             COVERAGE_TYPE          CHAR(8) NOT NULL,
             PREV_CARR_CODE         CHAR(2) NOT NULL,
             PREV_COV_CODE          CHAR(2) NOT NULL,
             PRIOR_EFF_DATE         DATE,
             WAIT_MONTHS_SERVED     DECIMAL(3, 0) NOT NULL,
             PREEX_CREDIT_MONTHS    DECIMAL(3, 0) NOT NULL,
             DEDUCT_MET_AMT         DECIMAL(9, 2) NOT NULL,
             OOP_MET_AMT            DECIMAL(9, 2) NOT NULL,
             CREDIT_STATUS          CHAR(1) NOT NULL,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAKEOVER_CREDIT                    *
      ******************************************************************
       01  TAKEOVER-CREDIT-REC.
      *                       CASENAME#IDNTITY
           10 TKC-CASE-IDNTITY     PIC X(8).
      *                       EMP_NUM
           10 TKC-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       COVERAGE_TYPE
      *                         THE COVERAGE ROW'S TYPE
           10 TKC-COVERAGE-TYPE    PIC X(8).
      *                       PREV_CARR_CODE
           10 TKC-PREV-CARR-CODE   PIC X(2).
      *                       PREV_COV_CODE
           10 TKC-PREV-COV-CODE    PIC X(2).
      *                       PRIOR_EFF_DATE
      *                         START OF CONTINUOUS PRIOR COVERAGE
           10 TKC-PRIOR-EFF-DATE   PIC X(10).
      *                       WAIT_MONTHS_SERVED
           10 TKC-WAIT-SERVED      PIC S9(3)V USAGE COMP-3.
      *                       PREEX_CREDIT_MONTHS
           10 TKC-PREEX-MONTHS     PIC S9(3)V USAGE COMP-3.
      *                       DEDUCT_MET_AMT
           10 TKC-DEDUCT-MET       PIC S9(7)V99 USAGE COMP-3.
      *                       OOP_MET_AMT
           10 TKC-OOP-MET          PIC S9(7)V99 USAGE COMP-3.
      *                       CREDIT_STATUS
      *                         A = ACTIVE
      *                         V = VOIDED
           10 TKC-CREDIT-STATUS    PIC X(1).
      *                       CHANGE_LOGON
           10 TKC-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 TKC-CHANGE-TS        PIC X(26).
