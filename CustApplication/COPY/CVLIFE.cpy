      ******************************************************************
      * DCLGEN TABLE(COVERED_LIFE_ASSESS)
      *        LIBRARY(IBMUSER.CICS.COPY(CVLIFE))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER COVERAGE MONTH, CASE AND ASSESSMENT TYPE - THE     *
      * LIVES LIFEASMT COUNTED IN FORCE ON THE FIRST OF THE MONTH, THE *
      * RATE THE TYPE CARRIES FOR THE CASE'S STATE AND CARRIER, AND    *
      * THE AMOUNT ASSESSED.  THE FILING SUMMARIES ARE BUILT FROM      *
      * THESE ROWS, AND A MONTH WITH ANY ROW ON FILE HAS BEEN RUN.     *
      ******************************************************************
           EXEC SQL DECLARE COVERED_LIFE_ASSESS TABLE
           ( COVERAGE_MONTH         CHAR(6) NOT NULL,
             ASSESS_TYPE            CHAR(10) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             STATE                  CHAR(2) NOT NULL,
             CARRIER_CODE           CHAR(2) NOT NULL,
             EMPLOYEE_LIVES         DECIMAL(5, 0) NOT NULL,
             DEPENDENT_LIVES        DECIMAL(5, 0) NOT NULL,
             COVERED_LIVES          DECIMAL(5, 0) NOT NULL,
             RATE_BASIS             CHAR(1) NOT NULL,
             ASSESS_RATE            DECIMAL(7, 4) NOT NULL,
             ASSESS_AMOUNT          DECIMAL(9, 2) NOT NULL,
             PASS_THRU_IND          CHAR(1) NOT NULL,
             CALC_LOGON             CHAR(8) NOT NULL,
             CALC_TIMESTAMP         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COVERED_LIFE_ASSESS                *
      ******************************************************************
       01  COVERED-LIFE-ASSESS-REC.
      *                       COVERAGE_MONTH
      *                         CCYYMM - LIVES IN FORCE ON ITS FIRST
           10 CLA-COVERAGE-MONTH   PIC X(6).
      *                       ASSESS_TYPE
      *                         THE PROGRAM_RULES RULE_ENTITY - PCORI,
      *                         OR THE STATE'S OWN ASSESSMENT NAME
           10 CLA-ASSESS-TYPE      PIC X(10).
      *                       CASE_NUM
           10 CLA-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 CLA-CASE-IDNTITY     PIC X(8).
      *                       STATE
      *                         THE CASE'S SITUS STATE (CASE IDENTITY)
           10 CLA-STATE            PIC X(2).
      *                       CARRIER_CODE
           10 CLA-CARRIER-CODE     PIC X(2).
      *                       EMPLOYEE_LIVES
           10 CLA-EMPLOYEE-LIVES   PIC S9(5)V USAGE COMP-3.
      *                       DEPENDENT_LIVES
           10 CLA-DEPENDENT-LIVES  PIC S9(5)V USAGE COMP-3.
      *                       COVERED_LIVES
      *                         EMPLOYEES PLUS DEPENDENTS
           10 CLA-COVERED-LIVES    PIC S9(5)V USAGE COMP-3.
      *                       RATE_BASIS
      *                         M = PER COVERED LIFE PER MONTH
      *                         A = ANNUAL PER AVERAGE COVERED LIFE -
      *                             ONE TWELFTH ASSESSED EACH MONTH
           10 CLA-RATE-BASIS       PIC X(1).
      *                       ASSESS_RATE
           10 CLA-ASSESS-RATE      PIC S9(3)V9(4) USAGE COMP-3.
      *                       ASSESS_AMOUNT
           10 CLA-ASSESS-AMOUNT    PIC S9(7)V99 USAGE COMP-3.
      *                       PASS_THRU_IND
      *                         Y = THE CASE CONTRACT PASSES IT THROUGH
      *                             AND IT WAS BILLED BY FEEBILL
      *                         N = ABSORBED
           10 CLA-PASS-THRU-IND    PIC X(1).
      *                       CALC_LOGON
           10 CLA-CALC-LOGON       PIC X(8).
      *                       CALC_TIMESTAMP
           10 CLA-CALC-TS          PIC X(26).
