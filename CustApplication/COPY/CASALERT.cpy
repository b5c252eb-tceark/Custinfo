      ******************************************************************
      * DCLGEN TABLE(CASE_ALERT)
      *        LIBRARY(IBMUSER.CICS.COPY(CASALERT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * OPERATOR ALERTS AGAINST A CASE - LITIGATION, VIP ACCOUNT,      *
      * FRAUD WATCH AND THE LIKE.  ALERT_CODE IS DESCRIBED BY THE      *
      * PROGRAM_RULES 'ALERT-CODE' ROWS UNDER PROGRAM_ID 'CASEALRT'.   *
      * AN ALERT IS ACTIVE FROM EFFECTIVE_DATE THROUGH EXPIRY_DATE     *
      * (NULL = OPEN-ENDED).  SEVERITY 1 IS HIGH AND MUST BE           *
      * ACKNOWLEDGED BEFORE THE CASE CAN BE UPDATED; THE HIGHEST       *
      * ACTIVE ALERT IS CARRIED ON CASE_MASTER.ALERT_CODE.             *
      ******************************************************************
           EXEC SQL DECLARE CASE_ALERT TABLE
           ( ALERT_ID               DECIMAL(9, 0) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             ALERT_CODE             CHAR(2) NOT NULL,
             SEVERITY               DECIMAL(1, 0) NOT NULL,
             INSTRUCTIONS           CHAR(70) NOT NULL,
             EFFECTIVE_DATE         DATE NOT NULL,
             EXPIRY_DATE            DATE,
             ADDED_LOGON            CHAR(8) NOT NULL,
             ADDED_TIMESTAMP        TIMESTAMP NOT NULL,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CASE_ALERT                         *
      ******************************************************************
       01  CASE-ALERT-REC.
      *                       ALERT_ID
           10 ALR-ALERT-ID         PIC S9(9)V USAGE COMP-3.
      *                       CASE_NUM
           10 ALR-CASE-NUM         PIC X(6).
      *                       ALERT_CODE
      *                         LT = LITIGATION   VP = VIP ACCOUNT
      *                         FW = FRAUD WATCH  (SEE PROGRAM_RULES)
           10 ALR-ALERT-CODE       PIC X(2).
      *                       SEVERITY
      *                         1 = HIGH (ACKNOWLEDGE BEFORE UPDATE)
      *                         2 = MEDIUM   3 = LOW
           10 ALR-SEVERITY         PIC S9(1)V USAGE COMP-3.
      *                       INSTRUCTIONS
           10 ALR-INSTRUCTIONS     PIC X(70).
      *                       EFFECTIVE_DATE
           10 ALR-EFFECTIVE-DATE   PIC X(10).
      *                       EXPIRY_DATE
           10 ALR-EXPIRY-DATE      PIC X(10).
      *                       ADDED_LOGON
           10 ALR-ADDED-LOGON      PIC X(8).
      *                       ADDED_TIMESTAMP
           10 ALR-ADDED-TS         PIC X(26).
      *                       CHANGE_LOGON
           10 ALR-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 ALR-CHANGE-TS        PIC X(26).
