      ******************************************************************
      * DCLGEN TABLE(EMPLOYEE_TRANSFER)
      *        LIBRARY(IBMUSER.CICS.COPY(EMPXFRLG))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER EMPLOYEE EMPXFER MOVED TO AN AFFILIATED CASE - THE *
      * OLD AND NEW EMPLOYEE KEYS, THE DATE COVERAGE MOVED, THE ROWS   *
      * CARRIED ACROSS AND THE BILLING ADJUSTED ON EACH SIDE.  EDI834  *
      * READS IT TO SEND THE CARRIER ONE CHANGE FOR THE MOVE RATHER    *
      * THAN A TERM ON THE OLD CASE AND AN ADD ON THE NEW.             *
      ******************************************************************
           EXEC SQL DECLARE EMPLOYEE_TRANSFER TABLE
           ( TRANSFER_ID            INTEGER NOT NULL,
             CARR_AFFL_CODE         CHAR(2) NOT NULL,
             FROM_IDNTITY           CHAR(8) NOT NULL,
             FROM_CASE_NUM          CHAR(6) NOT NULL,
             FROM_EMP_NUM           DECIMAL(5, 0) NOT NULL,
             FROM_CARRIER           CHAR(2) NOT NULL,
             TO_IDNTITY             CHAR(8) NOT NULL,
             TO_CASE_NUM            CHAR(6) NOT NULL,
             TO_EMP_NUM             DECIMAL(5, 0) NOT NULL,
             TO_CARRIER             CHAR(2) NOT NULL,
             TRANSFER_DATE          DATE NOT NULL,
             REASON_TEXT            CHAR(60) NOT NULL,
             COVERAGE_ROWS          DECIMAL(3, 0) NOT NULL,
             DEPENDENT_ROWS         DECIMAL(3, 0) NOT NULL,
             BENEFICIARY_ROWS       DECIMAL(3, 0) NOT NULL,
             EOI_ROWS               DECIMAL(3, 0) NOT NULL,
             COB_ROWS               DECIMAL(3, 0) NOT NULL,
             FROM_CREDIT            DECIMAL(9, 2) NOT NULL,
             TO_CHARGE              DECIMAL(9, 2) NOT NULL,
             XFER_LOGON             CHAR(8) NOT NULL,
             XFER_TIMESTAMP         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMPLOYEE_TRANSFER                  *
      ******************************************************************
       01  EMPLOYEE-TRANSFER-REC.
      *                       TRANSFER_ID   (EMPLOYEE_TRANSFER_SEQ)
           10 ETR-TRANSFER-ID      PIC S9(9) USAGE COMP.
      *                       CARR_AFFL_CODE
      *                         SHARED BY BOTH CASES
           10 ETR-AFFL-CODE        PIC X(2).
      *                       FROM_IDNTITY
           10 ETR-FROM-IDNTITY     PIC X(8).
      *                       FROM_CASE_NUM
           10 ETR-FROM-CASE-NUM    PIC X(6).
      *                       FROM_EMP_NUM
      *                         THE OLD ROW, TERMED ON TRANSFER_DATE
      *                         WITH TERM_ORIGIN 'X'
           10 ETR-FROM-EMP-NUM     PIC S9(5)V USAGE COMP-3.
      *                       FROM_CARRIER
           10 ETR-FROM-CARRIER     PIC X(2).
      *                       TO_IDNTITY
           10 ETR-TO-IDNTITY       PIC X(8).
      *                       TO_CASE_NUM
           10 ETR-TO-CASE-NUM      PIC X(6).
      *                       TO_EMP_NUM
      *                         THE NEW ROW, EFFECTIVE ON TRANSFER_DATE
           10 ETR-TO-EMP-NUM       PIC S9(5)V USAGE COMP-3.
      *                       TO_CARRIER
           10 ETR-TO-CARRIER       PIC X(2).
      *                       TRANSFER_DATE
      *                         FIRST DAY OF COVERAGE ON THE NEW CASE
      *                         AND FIRST DAY OFF THE OLD ONE
           10 ETR-TRANSFER-DATE    PIC X(10).
      *                       REASON_TEXT
           10 ETR-REASON-TEXT      PIC X(60).
      *                       COVERAGE_ROWS
           10 ETR-COVERAGE-ROWS    PIC S9(3)V USAGE COMP-3.
      *                       DEPENDENT_ROWS
           10 ETR-DEPENDENT-ROWS   PIC S9(3)V USAGE COMP-3.
      *                       BENEFICIARY_ROWS
           10 ETR-BENE-ROWS        PIC S9(3)V USAGE COMP-3.
      *                       EOI_ROWS
           10 ETR-EOI-ROWS         PIC S9(3)V USAGE COMP-3.
      *                       COB_ROWS
           10 ETR-COB-ROWS         PIC S9(3)V USAGE COMP-3.
      *                       FROM_CREDIT
      *                         RETRO CREDIT STAGED ON THE OLD CASE
           10 ETR-FROM-CREDIT      PIC S9(7)V9(2) USAGE COMP-3.
      *                       TO_CHARGE
      *                         RETRO CHARGE STAGED ON THE NEW CASE
           10 ETR-TO-CHARGE        PIC S9(7)V9(2) USAGE COMP-3.
      *                       XFER_LOGON
           10 ETR-XFER-LOGON       PIC X(8).
      *                       XFER_TIMESTAMP
           10 ETR-XFER-TS          PIC X(26).
