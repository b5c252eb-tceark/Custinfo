      ******************************************************************
      * DCLGEN TABLE(BAD_DEBT_WRITEOFF)
      *        LIBRARY(IBMUSER.CICS.COPY(BDWROFF))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER BAD-DEBT WRITE-OFF OF A TERMINATED CASE'S OPEN     *
      * BALANCES.  BADDEBT KEYS THE ROW, DUALAPPR APPROVES IT BY       *
      * DOLLAR TIER, AND THE POSTING ZEROES THE CASE BALANCES.  THE    *
      * ROW THEN CARRIES THE COLLECTION-AGENCY PLACEMENT AND EVERY     *
      * RECOVERY THE AGENCY SENDS BACK.                                *
      ******************************************************************
           EXEC SQL DECLARE BAD_DEBT_WRITEOFF TABLE
           ( WRITEOFF_ID            DECIMAL(9, 0) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             TRUST_CODE             CHAR(2) NOT NULL,
             CARRIER_CODE           CHAR(2) NOT NULL,
             BILLED_AMOUNT          DECIMAL(11, 2) NOT NULL,
             EMPADD_CHRG_AMOUNT     DECIMAL(9, 2) NOT NULL,
             HCC_CHARGES_AMOUNT     DECIMAL(9, 2) NOT NULL,
             UNP_ADV_AMOUNT         DECIMAL(11, 2) NOT NULL,
             WRITEOFF_AMOUNT        DECIMAL(11, 2) NOT NULL,
             WO_STATUS              CHAR(1) NOT NULL,
             KEYED_LOGON            CHAR(8) NOT NULL,
             KEYED_TIMESTAMP        TIMESTAMP NOT NULL,
             APPROVE_LOGON          CHAR(8) NOT NULL,
             WRITEOFF_TIMESTAMP     TIMESTAMP,
             AGENCY_CODE            CHAR(8) NOT NULL,
             PLACED_DATE            DATE,
             RECOVERED_AMOUNT       DECIMAL(11, 2) NOT NULL,
             AGENCY_FEE_AMOUNT      DECIMAL(11, 2) NOT NULL,
             LAST_RECOVERY_DATE     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BAD_DEBT_WRITEOFF                  *
      ******************************************************************
       01  BAD-DEBT-WRITEOFF-REC.
      *                       WRITEOFF_ID   (BAD_DEBT_WRITEOFF_SEQ)
           10 BDW-WRITEOFF-ID      PIC S9(9)V USAGE COMP-3.
      *                       CASE_NUM
           10 BDW-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 BDW-CASE-IDNTITY     PIC X(8).
      *                       TRUST_CODE   (FOR THE G/L JOURNAL)
           10 BDW-TRUST-CODE       PIC X(2).
      *                       CARRIER_CODE (FOR THE G/L JOURNAL)
           10 BDW-CARRIER-CODE     PIC X(2).
      *                       BILLED_AMOUNT
      *                         CYCLE_CURR_BAL + CYCLE_30DAY_BAL +
      *                         PREV_30DAY_BAL AS WRITTEN OFF
           10 BDW-BILLED-AMOUNT    PIC S9(9)V99 USAGE COMP-3.
      *                       EMPADD_CHRG_AMOUNT  (UNCOLL_EMPADD_CHRG)
           10 BDW-EMPADD-AMOUNT    PIC S9(7)V99 USAGE COMP-3.
      *                       HCC_CHARGES_AMOUNT  (UNCOLL_HCC_CHARGES)
           10 BDW-HCC-AMOUNT       PIC S9(7)V99 USAGE COMP-3.
      *                       UNP_ADV_AMOUNT
      *                         THE EIGHT *_DUE_UNP_ADV FIELDS
           10 BDW-UNP-ADV-AMOUNT   PIC S9(9)V99 USAGE COMP-3.
      *                       WRITEOFF_AMOUNT   (SUM OF THE FOUR)
           10 BDW-WRITEOFF-AMOUNT  PIC S9(9)V99 USAGE COMP-3.
      *                       WO_STATUS
      *                         P = KEYED, AWAITING APPROVAL
      *                         W = WRITTEN OFF
      *                         A = PLACED WITH THE AGENCY
      *                         C = RECOVERED IN FULL
      *                         R = REJECTED BY THE APPROVER
           10 BDW-WO-STATUS        PIC X(1).
      *                       KEYED_LOGON
           10 BDW-KEYED-LOGON      PIC X(8).
      *                       KEYED_TIMESTAMP
           10 BDW-KEYED-TS         PIC X(26).
      *                       APPROVE_LOGON
      *                         THE SECOND APPROVER, OR THE KEYING
      *                         OPERATOR UNDER THE FIRST TIER
           10 BDW-APPROVE-LOGON    PIC X(8).
      *                       WRITEOFF_TIMESTAMP  (NULL UNTIL POSTED)
           10 BDW-WRITEOFF-TS      PIC X(26).
      *                       AGENCY_CODE   (SPACES UNTIL PLACED)
           10 BDW-AGENCY-CODE      PIC X(8).
      *                       PLACED_DATE
           10 BDW-PLACED-DATE      PIC X(10).
      *                       RECOVERED_AMOUNT   (GROSS OF THE FEE)
           10 BDW-RECOVERED-AMOUNT PIC S9(9)V99 USAGE COMP-3.
      *                       AGENCY_FEE_AMOUNT
           10 BDW-AGENCY-FEE       PIC S9(9)V99 USAGE COMP-3.
      *                       LAST_RECOVERY_DATE
           10 BDW-LAST-RECOVERY    PIC X(10).
