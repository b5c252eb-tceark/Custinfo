      ******************************************************************
      * DCLGEN TABLE(FRAUD_HOLD)
      *        LIBRARY(IBMUSER.CICS.COPY(FRDHOLD))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * PAYMENT-FRAUD RED FLAGS RAISED BY FRAUDFLG.  ONE ROW PER RULE  *
      * HIT ON A CASE.  WHILE ANY ROW FOR A CASE IS IN STATUS 'H',     *
      * EFTDRAFT, ACHONETM AND THE CHKDISB REFUND RUN LEAVE THE CASE'S *
      * MONEY WHERE IT IS; A FRAUD REVIEWER CLEARS THE ROW THROUGH     *
      * FRAUDFLG 'C'.  CLEARED ROWS ARE KEPT AS THE REVIEW HISTORY.    *
      * TRIGGER_TIMESTAMP IS THE CHANGE OR REQUEST THAT RAISED THE     *
      * FLAG - THE SAME EVENT IS NEVER FLAGGED TWICE.                  *
      ******************************************************************
           EXEC SQL DECLARE FRAUD_HOLD TABLE
           ( HOLD_ID                DECIMAL(9, 0) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             RULE_CODE              CHAR(2) NOT NULL,
             TRIGGER_TIMESTAMP      TIMESTAMP NOT NULL,
             HOLD_DETAIL            CHAR(60) NOT NULL,
             HOLD_STATUS            CHAR(1) NOT NULL,
             FLAGGED_TIMESTAMP      TIMESTAMP NOT NULL,
             CLEARED_LOGON          CHAR(8) NOT NULL,
             CLEARED_TIMESTAMP      TIMESTAMP,
             CLEARED_NOTE           CHAR(60) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FRAUD_HOLD                         *
      ******************************************************************
       01  FRAUD-HOLD-REC.
      *                       HOLD_ID   (FRAUD_HOLD_SEQ)
           10 FRH-HOLD-ID          PIC S9(9)V USAGE COMP-3.
      *                       CASE_NUM
           10 FRH-CASE-NUM         PIC X(6).
      *                       RULE_CODE
      *                         BA = BANK CHANGE SOON AFTER AN
      *                              ADDRESS OR CONTACT CHANGE
      *                         RP = REFUND PAYEE IS NOT THE REMITTER
      *                         SA = SEVERAL CASES CHANGED TO THE
      *                              SAME ACCOUNT
           10 FRH-RULE-CODE        PIC X(2).
      *                       TRIGGER_TIMESTAMP
           10 FRH-TRIGGER-TS       PIC X(26).
      *                       HOLD_DETAIL
           10 FRH-HOLD-DETAIL      PIC X(60).
      *                       HOLD_STATUS
      *                         H = HELD   C = CLEARED BY A REVIEWER
           10 FRH-HOLD-STATUS      PIC X(1).
      *                       FLAGGED_TIMESTAMP
           10 FRH-FLAGGED-TS       PIC X(26).
      *                       CLEARED_LOGON
           10 FRH-CLEARED-LOGON    PIC X(8).
      *                       CLEARED_TIMESTAMP   (NULL WHILE HELD)
           10 FRH-CLEARED-TS       PIC X(26).
      *                       CLEARED_NOTE
           10 FRH-CLEARED-NOTE     PIC X(60).
