      ******************************************************************
      * DCLGEN TABLE(CAPITATION_ROSTER)
      *        LIBRARY(IBMUSER.CICS.COPY(CAPROSTR))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE MEMBERS BEHIND EACH CAPITATION PAYMENT: ONE ROW PER MEMBER *
      * PER PLAN PER COVERAGE MONTH PAID OR RECOUPED IN A CAPITATION   *
      * MONTH.  A MEMBER'S UNITS FOR A COVERAGE MONTH NET TO ONE WHEN  *
      * THE VENDOR HAS BEEN PAID FOR THEM AND ZERO WHEN NOT, WHICH IS  *
      * HOW CAPITATN FINDS RETRO ADDS AND TERMS AND HOW A VENDOR       *
      * DISPUTE IS ANSWERED.                                           *
      ******************************************************************
           EXEC SQL DECLARE CAPITATION_ROSTER TABLE
           ( VENDOR_CODE            CHAR(2) NOT NULL,
             CAP_MONTH              CHAR(6) NOT NULL,
             COVERAGE_MONTH         CHAR(6) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             PLAN_CODE              CHAR(2) NOT NULL,
             TIER_CODE              CHAR(1) NOT NULL,
             ADJ_TYPE               CHAR(1) NOT NULL,
             MEMBER_UNITS           SMALLINT NOT NULL,
             PMPM_RATE              DECIMAL(7, 2) NOT NULL,
             CAP_AMOUNT             DECIMAL(9, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CAPITATION_ROSTER                  *
      ******************************************************************
       01  CAPITATION-ROSTER-REC.
      *                       VENDOR_CODE
           10 CAR-VENDOR-CODE      PIC X(2).
      *                       CAP_MONTH   (THE PAYMENT IT RODE ON)
           10 CAR-CAP-MONTH        PIC X(6).
      *                       COVERAGE_MONTH   (THE MONTH PAID FOR)
           10 CAR-COVERAGE-MONTH   PIC X(6).
      *                       CASE_NUM
           10 CAR-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 CAR-CASE-IDNTITY     PIC X(8).
      *                       EMP_NUM
           10 CAR-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       PLAN_CODE
           10 CAR-PLAN-CODE        PIC X(2).
      *                       TIER_CODE   (EMPLOYEE DEPENDENCY_CODE)
           10 CAR-TIER-CODE        PIC X(1).
      *                       ADJ_TYPE
      *                         C = CURRENT MONTH
      *                         A = RETRO ADD
      *                         T = RETRO TERM (RECOUPED)
           10 CAR-ADJ-TYPE         PIC X(1).
      *                       MEMBER_UNITS   (+1 PAID, -1 RECOUPED)
           10 CAR-MEMBER-UNITS     PIC S9(4) USAGE COMP.
      *                       PMPM_RATE
           10 CAR-PMPM-RATE        PIC S9(5)V99 USAGE COMP-3.
      *                       CAP_AMOUNT
           10 CAR-CAP-AMOUNT       PIC S9(7)V99 USAGE COMP-3.
