      ******************************************************************
      * DCLGEN TABLE(PAYROLL_DEDUCT_VARIANCE)
      *        LIBRARY(IBMUSER.CICS.COPY(PDVARNC))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * PAYROLL-DEDUCTION VARIANCE WORKLIST.  ONE ROW PER EMPLOYEE     *
      * AND PAY DATE WHERE THE EMPLOYER DEDUCTED OTHER THAN WHAT WE    *
      * SENT, WITH THE EMPLOYEE'S SAPDLGR ARREARS BESIDE IT.  OPEN     *
      * ROWS SHOW ON THE WORKBSKT 'PAYDED' QUEUE.                      *
      ******************************************************************
           EXEC SQL DECLARE PAYROLL_DEDUCT_VARIANCE TABLE
           ( VARIANCE_ID            DECIMAL(9, 0) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             PAY_DATE               DATE NOT NULL,
             EXPECTED_AMOUNT        DECIMAL(7, 2) NOT NULL,
             DEDUCTED_AMOUNT        DECIMAL(7, 2) NOT NULL,
             VARIANCE_AMOUNT        DECIMAL(7, 2) NOT NULL,
             ARREARS_BALANCE        DECIMAL(9, 2) NOT NULL,
             VAR_STATUS             CHAR(1) NOT NULL,
             DETECTED_DATE          DATE NOT NULL,
             RESOLVED_LOGON         CHAR(8) NOT NULL,
             RESOLVED_TIMESTAMP     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAYROLL_DEDUCT_VARIANCE            *
      ******************************************************************
       01  PAYROLL-DEDUCT-VARIANCE-REC.
      *                       VARIANCE_ID   (PAYROLL_DEDUCT_VAR_SEQ)
           10 PDV-VARIANCE-ID      PIC S9(9)V USAGE COMP-3.
      *                       CASE_NUM
           10 PDV-CASE-NUM         PIC X(6).
      *                       EMP_NUM
           10 PDV-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       PAY_DATE
           10 PDV-PAY-DATE         PIC X(10).
      *                       EXPECTED_AMOUNT
      *                         SUM OF THE ACTIVE PERIOD_DEDUCTION ROWS
           10 PDV-EXPECTED-AMOUNT  PIC S9(5)V99 USAGE COMP-3.
      *                       DEDUCTED_AMOUNT
           10 PDV-DEDUCTED-AMOUNT  PIC S9(5)V99 USAGE COMP-3.
      *                       VARIANCE_AMOUNT   (DEDUCTED - EXPECTED)
           10 PDV-VARIANCE-AMOUNT  PIC S9(5)V99 USAGE COMP-3.
      *                       ARREARS_BALANCE   (EMP_PAID_LEDGER)
           10 PDV-ARREARS-BAL      PIC S9(7)V99 USAGE COMP-3.
      *                       VAR_STATUS
      *                         O = OPEN ON THE WORKLIST
      *                         R = RESOLVED
           10 PDV-VAR-STATUS       PIC X(1).
      *                       DETECTED_DATE
           10 PDV-DETECTED-DATE    PIC X(10).
      *                       RESOLVED_LOGON
           10 PDV-RESOLVED-LOGON   PIC X(8).
      *                       RESOLVED_TIMESTAMP
           10 PDV-RESOLVED-TS      PIC X(26).
