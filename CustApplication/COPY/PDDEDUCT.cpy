      ******************************************************************
      * DCLGEN TABLE(PAYROLL_DEDUCTION)
      *        LIBRARY(IBMUSER.CICS.COPY(PDDEDUCT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE PER-PAY-PERIOD DEDUCTION LAST SENT TO THE EMPLOYER FOR     *
      * EACH EMPLOYEE AND COVERAGE TYPE.  PAYDEDN COMPARES EACH NEW    *
      * FILE AGAINST IT TO MARK WHAT CHANGED, AND RECONCILES THE       *
      * EMPLOYER'S RETURN FILE AGAINST THE ACTIVE ROWS.                *
      ******************************************************************
           EXEC SQL DECLARE PAYROLL_DEDUCTION TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             COVERAGE_TYPE          CHAR(8) NOT NULL,
             MONTHLY_EMP_SHARE      DECIMAL(7, 2) NOT NULL,
             PERIOD_DEDUCTION       DECIMAL(7, 2) NOT NULL,
             LAST_SENT_DATE         DATE NOT NULL,
             LINE_STATUS            CHAR(1) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAYROLL_DEDUCTION                  *
      ******************************************************************
       01  PAYROLL-DEDUCTION-REC.
      *                       CASE_NUM
           10 PDD-CASE-NUM         PIC X(6).
      *                       EMP_NUM
           10 PDD-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       COVERAGE_TYPE   (COVERAGE.TYPE)
           10 PDD-COVERAGE-TYPE    PIC X(8).
      *                       MONTHLY_EMP_SHARE
      *                         PREMIUM LESS THE EMPLOYER CONTRIBUTION
           10 PDD-MONTHLY-SHARE    PIC S9(5)V99 USAGE COMP-3.
      *                       PERIOD_DEDUCTION
           10 PDD-PERIOD-DEDUCT    PIC S9(5)V99 USAGE COMP-3.
      *                       LAST_SENT_DATE
           10 PDD-LAST-SENT-DATE   PIC X(10).
      *                       LINE_STATUS
      *                         A = ACTIVE - ON THE LAST FILE
      *                         D = DROPPED - SENT AS A STOP
           10 PDD-LINE-STATUS      PIC X(1).
      *                       CHANGE_TIMESTAMP
           10 PDD-CHANGE-TS        PIC X(26).
