      ******************************************************************
      * DCLGEN TABLE(EMPLOYEE_HOURS)
      *        LIBRARY(IBMUSER.CICS.COPY(EMPHOURS))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * HOURS OF SERVICE PER EMPLOYEE PER PAY PERIOD, AS REPORTED ON   *
      * THE EMPLOYER'S PAYROLL HOURS FILE.  A RESENT PERIOD REPLACES   *
      * THE HOURS ALREADY HELD FOR IT.  THE ACA MEASUREMENT RUN SUMS   *
      * THE PERIODS ENDING INSIDE EACH MEASUREMENT PERIOD.             *
      ******************************************************************
           EXEC SQL DECLARE EMPLOYEE_HOURS TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             PERIOD_END_DATE        DATE NOT NULL,
             HOURS_WORKED           DECIMAL(5, 2) NOT NULL,
             LOAD_TIMESTAMP         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMPLOYEE_HOURS                     *
      ******************************************************************
       01  EMPLOYEE-HOURS-REC.
      *                       CASE_NUM
           10 EH-CASE-NUM          PIC X(6).
      *                       CASENAME#IDNTITY
           10 EH-CASE-IDNTITY      PIC X(8).
      *                       EMP_NUM
           10 EH-EMP-NUM           PIC S9(5)V USAGE COMP-3.
      *                       PERIOD_END_DATE
           10 EH-PERIOD-END-DATE   PIC X(10).
      *                       HOURS_WORKED
           10 EH-HOURS-WORKED      PIC S9(3)V99 USAGE COMP-3.
      *                       LOAD_TIMESTAMP
           10 EH-LOAD-TS           PIC X(26).
