      ******************************************************************
      * DCLGEN TABLE(AGENCY_RECOVERY_STAGE)
      *        LIBRARY(IBMUSER.CICS.COPY(AGYRECOV))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * STAGED COLLECTION-AGENCY RECOVERY FILE, ONE ROW PER AMOUNT     *
      * THE AGENCY COLLECTED ON A PLACED WRITE-OFF, GROSS AND FEE,     *
      * PLUS WHAT BADDEBT DID WITH IT.                                 *
      ******************************************************************
           EXEC SQL DECLARE AGENCY_RECOVERY_STAGE TABLE
           ( AGENCY_CODE            CHAR(8) NOT NULL,
             RECOVERY_DATE          DATE NOT NULL,
             AGENCY_REF_NUM         CHAR(15) NOT NULL,
             WRITEOFF_ID            DECIMAL(9, 0) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             GROSS_AMOUNT           DECIMAL(11, 2) NOT NULL,
             FEE_AMOUNT             DECIMAL(11, 2) NOT NULL,
             PROCESS_STATUS         CHAR(1) NOT NULL,
             PROCESS_TIMESTAMP      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AGENCY_RECOVERY_STAGE              *
      ******************************************************************
       01  AGENCY-RECOVERY-STAGE-REC.
      *                       AGENCY_CODE
           10 AGR-AGENCY-CODE      PIC X(8).
      *                       RECOVERY_DATE
           10 AGR-RECOVERY-DATE    PIC X(10).
      *                       AGENCY_REF_NUM
      *                         THE AGENCY'S OWN PAYMENT REFERENCE
           10 AGR-AGENCY-REF       PIC X(15).
      *                       WRITEOFF_ID   (AS SENT ON THE PLACEMENT)
           10 AGR-WRITEOFF-ID      PIC S9(9)V USAGE COMP-3.
      *                       CASE_NUM
           10 AGR-CASE-NUM         PIC X(6).
      *                       GROSS_AMOUNT   (COLLECTED FROM THE DEBTOR)
           10 AGR-GROSS-AMOUNT     PIC S9(9)V99 USAGE COMP-3.
      *                       FEE_AMOUNT     (KEPT BY THE AGENCY)
           10 AGR-FEE-AMOUNT       PIC S9(9)V99 USAGE COMP-3.
      *                       PROCESS_STATUS
      *                         P = PENDING
      *                         A = APPLIED TO THE WRITE-OFF AND CASE
      *                         E = NO PLACED WRITE-OFF FOR THE ID
      *                             AND CASE - LEFT FOR THE DESK
           10 AGR-PROCESS-STATUS   PIC X(1).
      *                       PROCESS_TIMESTAMP
           10 AGR-PROCESS-TS       PIC X(26).
