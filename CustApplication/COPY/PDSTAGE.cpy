      ******************************************************************
      * DCLGEN TABLE(PAYROLL_DEDUCT_STAGE)
      *        LIBRARY(IBMUSER.CICS.COPY(PDSTAGE))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * STAGING TABLE FOR THE EMPLOYERS' PAYROLL-DEDUCTION RETURN      *
      * FILES - WHAT EACH EMPLOYER ACTUALLY DEDUCTED FROM EACH         *
      * EMPLOYEE ON A PAY DATE.  PAYDEDN RECONCILES THE ROWS ONCE      *
      * FILECTL HAS PROVED THE FILE (FILE TYPE 'PAYDEDRT').            *
      ******************************************************************
           EXEC SQL DECLARE PAYROLL_DEDUCT_STAGE TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             STAGE_SEQ              DECIMAL(7, 0) NOT NULL,
             SSN                    CHAR(9) NOT NULL,
             PAY_DATE               DATE NOT NULL,
             DEDUCTED_AMOUNT        DECIMAL(7, 2) NOT NULL,
             PROCESS_STATUS         CHAR(1) NOT NULL,
             PROCESS_TIMESTAMP      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAYROLL_DEDUCT_STAGE               *
      ******************************************************************
       01  PAYROLL-DEDUCT-STAGE-REC.
      *                       CASE_NUM
           10 PDR-CASE-NUM         PIC X(6).
      *                       STAGE_SEQ
           10 PDR-STAGE-SEQ        PIC S9(7)V USAGE COMP-3.
      *                       SSN
           10 PDR-SSN              PIC X(9).
      *                       PAY_DATE
           10 PDR-PAY-DATE         PIC X(10).
      *                       DEDUCTED_AMOUNT
           10 PDR-DEDUCTED-AMOUNT  PIC S9(5)V99 USAGE COMP-3.
      *                       PROCESS_STATUS
      *                         P = PENDING
      *                         M = MATCHED WHAT WE SENT
      *                         V = VARIANCE - ON THE WORKLIST
      *                         U = SSN NOT AN EMPLOYEE OF THE CASE
           10 PDR-PROCESS-STATUS   PIC X(1).
      *                       PROCESS_TIMESTAMP
           10 PDR-PROCESS-TS       PIC X(26).
