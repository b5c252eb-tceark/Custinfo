      ******************************************************************
      * DCLGEN TABLE(HOURS_STAGE)
      *        LIBRARY(IBMUSER.CICS.COPY(HRSSTAGE))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * STAGING TABLE FOR THE EMPLOYER'S PAYROLL HOURS FILE (SSN, PAY  *
      * PERIOD END DATE AND HOURS OF SERVICE PER ROW).  ACAVHRS WORKS  *
      * EVERY ROW IN STATUS 'P' ONTO EMPLOYEE_HOURS, STAMPING EACH ROW *
      * AS IT GOES, ONCE FILECTL HAS PROVED THE FILE WHOLE.            *
      ******************************************************************
           EXEC SQL DECLARE HOURS_STAGE TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             STAGE_SEQ_NUM          DECIMAL(7, 0) NOT NULL,
             SSN                    CHAR(9) NOT NULL,
             PERIOD_END_DATE        DATE NOT NULL,
             HOURS_WORKED           DECIMAL(5, 2) NOT NULL,
             PROCESS_STATUS         CHAR(1) NOT NULL,
             REJECT_REASON          CHAR(20) NOT NULL,
             PROCESS_TIMESTAMP      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HOURS_STAGE                        *
      ******************************************************************
       01  HOURS-STAGE-REC.
      *                       CASE_NUM
           10 HRS-CASE-NUM         PIC X(6).
      *                       STAGE_SEQ_NUM
           10 HRS-STAGE-SEQ        PIC S9(7)V USAGE COMP-3.
      *                       SSN
           10 HRS-SSN              PIC X(9).
      *                       PERIOD_END_DATE
           10 HRS-PERIOD-END-DATE  PIC X(10).
      *                       HOURS_WORKED
           10 HRS-HOURS-WORKED     PIC S9(3)V99 USAGE COMP-3.
      *                       PROCESS_STATUS
      *                         P = PENDING   A = APPLIED
      *                         R = REJECTED - SEE REASON
           10 HRS-PROCESS-STATUS   PIC X(1).
      *                       REJECT_REASON
           10 HRS-REJECT-REASON    PIC X(20).
      *                       PROCESS_TIMESTAMP
           10 HRS-PROCESS-TS       PIC X(26).
