      ******************************************************************
      * DCLGEN TABLE(RATE_GUAR_HOLD)
      *        LIBRARY(IBMUSER.CICS.COPY(RATEGHLD))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * PREMIUM INCREASES HELD FOR A CONTRACTUAL RATE GUARANTEE.      *
      * PREMRECL, RECOMP AND RATECALC ASK RATEGUAR BEFORE POSTING A   *
      * HIGHER PREMIUM; WHILE THE CASE'S GUARANTEE RUNS THE INCREASE  *
      * IS WRITTEN HERE INSTEAD AND THE OLD PREMIUM STAYS.  ONE OPEN  *
      * ROW PER CASE/EMPLOYEE/COVERAGE/SOURCE - A RE-RUN REFRESHES    *
      * THE PROPOSED AMOUNT RATHER THAN ADDING A ROW.  AN APPROVED     *
      * ROW LETS THE SOURCE POST ON ITS NEXT RUN.                     *
      ******************************************************************
           EXEC SQL DECLARE RATE_GUAR_HOLD TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             COVERAGE_TYPE          CHAR(8) NOT NULL,
             SOURCE_PROGRAM         CHAR(8) NOT NULL,
             CURRENT_PREMIUM        DECIMAL(9, 2) NOT NULL,
             PROPOSED_PREMIUM       DECIMAL(9, 2) NOT NULL,
             GUAR_END_DATE          DATE NOT NULL,
             HOLD_STATUS            CHAR(1) NOT NULL,
             HOLD_TIMESTAMP         TIMESTAMP NOT NULL,
             REVIEWED_BY            CHAR(8) NOT NULL,
             REVIEWED_TIMESTAMP     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RATE_GUAR_HOLD                     *
      ******************************************************************
       01  RATE-GUAR-HOLD-REC.
      *                       CASE_NUM
           10 RGH-CASE-NUM         PIC X(6).
      *                       EMP_NUM
      *                         ZERO = A CASE-LEVEL (COMPOSITE) HOLD
           10 RGH-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       COVERAGE_TYPE
      *                         SPACES = THE EMPLOYEE OR CASE TOTAL
           10 RGH-COVERAGE-TYPE    PIC X(8).
      *                       SOURCE_PROGRAM
      *                         PREMRECL, RECOMP, RATECALC
           10 RGH-SOURCE-PROGRAM   PIC X(8).
      *                       CURRENT_PREMIUM
           10 RGH-CURRENT-PREMIUM  PIC S9(7)V99 USAGE COMP-3.
      *                       PROPOSED_PREMIUM
           10 RGH-PROPOSED-PREMIUM PIC S9(7)V99 USAGE COMP-3.
      *                       GUAR_END_DATE
      *                         THE DAY THE GUARANTEE RUNS OUT
           10 RGH-GUAR-END-DATE    PIC X(10).
      *                       HOLD_STATUS
      *                         H = HELD, AWAITING REVIEW
      *                         A = APPROVED - POST ON THE NEXT RUN
      *                         D = DENIED - HELD TO GUARANTEE END
      *                         P = POSTED BY THE SOURCE PROGRAM
           10 RGH-HOLD-STATUS      PIC X(1).
      *                       HOLD_TIMESTAMP
           10 RGH-HOLD-TS          PIC X(26).
      *                       REVIEWED_BY
           10 RGH-REVIEWED-BY      PIC X(8).
      *                       REVIEWED_TIMESTAMP
           10 RGH-REVIEWED-TS      PIC X(26).
