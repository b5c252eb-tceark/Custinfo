      ******************************************************************
      * DCLGEN TABLE(UW_OVERRIDE_REG)
      *        LIBRARY(IBMUSER.CICS.COPY(UWOVRTAB))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * UNDERWRITING OVERRIDE REGISTER.  EVERY OVERRIDE OF AN          *
      * UNDERWRITING RULE ON A CASE - THE EVENTS BEHIND CASE_MASTER'S  *
      * UW_OR_IND AND CATMASTER'S CAT_OVERRIDE_FLAG - WITH THE RULE,   *
      * THE UNDERWRITER AND LEVEL, THE DOLLAR AND LIFE EXPOSURE, THE   *
      * AUTHORITY LIMIT IT WAS CHECKED AGAINST, THE SECOND APPROVER    *
      * WHEN IT WAS OVER THAT LIMIT, AND THE CASE'S ITD PREMIUM AND    *
      * CLAIMS AT THE TIME SO THE LATER LOSS RATIO CAN BE MEASURED.    *
      ******************************************************************
           EXEC SQL DECLARE UW_OVERRIDE_REG TABLE
           ( OVERRIDE_ID            DECIMAL(9, 0) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             RULE_OVERRIDDEN        CHAR(18) NOT NULL,
             OVERRIDE_REASON        CHAR(40) NOT NULL,
             UW_LOGON               CHAR(8) NOT NULL,
             UW_LEVEL               CHAR(2) NOT NULL,
             EXPOSURE_AMT           DECIMAL(11, 2) NOT NULL,
             EXPOSURE_LIVES         DECIMAL(7, 0) NOT NULL,
             LIMIT_AMT              DECIMAL(11, 2) NOT NULL,
             LIMIT_LIVES            DECIMAL(7, 0) NOT NULL,
             OVR_STATUS             CHAR(1) NOT NULL,
             OVERRIDE_DATE          DATE NOT NULL,
             OVERRIDE_TIMESTAMP     TIMESTAMP NOT NULL,
             APPROVER_LOGON         CHAR(8) NOT NULL,
             APPROVE_TIMESTAMP      TIMESTAMP,
             PREM_ITD_AT_OVR        DECIMAL(9, 0) NOT NULL,
             CLAIMS_ITD_AT_OVR      DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE UW_OVERRIDE_REG                    *
      ******************************************************************
       01  UW-OVERRIDE-REG-REC.
      *                       OVERRIDE_ID
           10 UOR-OVERRIDE-ID      PIC S9(9)V USAGE COMP-3.
      *                       CASE_NUM
           10 UOR-CASE-NUM         PIC X(6).
      *                       RULE_OVERRIDDEN
      *                         THE UNDERWRITING RULE SET ASIDE, E.G.
      *                         MIN PARTICIPATION, CAT ISSUE, SIC
      *                         DECLINE
           10 UOR-RULE-OVERRIDDEN  PIC X(18).
      *                       OVERRIDE_REASON
           10 UOR-OVERRIDE-REASON  PIC X(40).
      *                       UW_LOGON
           10 UOR-UW-LOGON         PIC X(8).
      *                       UW_LEVEL
      *                         FROM PROGRAM_RULES 'UW-LEVEL'
           10 UOR-UW-LEVEL         PIC X(2).
      *                       EXPOSURE_AMT
           10 UOR-EXPOSURE-AMT     PIC S9(9)V99 USAGE COMP-3.
      *                       EXPOSURE_LIVES
           10 UOR-EXPOSURE-LIVES   PIC S9(7)V USAGE COMP-3.
      *                       LIMIT_AMT
           10 UOR-LIMIT-AMT        PIC S9(9)V99 USAGE COMP-3.
      *                       LIMIT_LIVES
           10 UOR-LIMIT-LIVES      PIC S9(7)V USAGE COMP-3.
      *                       OVR_STATUS
      *                         A = WITHIN AUTHORITY - IN FORCE
      *                         P = OVER LIMIT - AWAITING SECOND
      *                             APPROVER
      *                         S = SECOND-APPROVED - IN FORCE
      *                         R = REJECTED BY THE SECOND APPROVER
           10 UOR-OVR-STATUS       PIC X(1).
      *                       OVERRIDE_DATE
           10 UOR-OVERRIDE-DATE    PIC X(10).
      *                       OVERRIDE_TIMESTAMP
           10 UOR-OVERRIDE-TS      PIC X(26).
      *                       APPROVER_LOGON
           10 UOR-APPROVER-LOGON   PIC X(8).
      *                       APPROVE_TIMESTAMP
           10 UOR-APPROVE-TS       PIC X(26).
      *                       PREM_ITD_AT_OVR
           10 UOR-PREM-ITD-AT-OVR  PIC S9(9)V USAGE COMP-3.
      *                       CLAIMS_ITD_AT_OVR
           10 UOR-CLAIMS-ITD-AT-OVR PIC S9(9)V USAGE COMP-3.
