      ******************************************************************
      * DCLGEN TABLE(BREAK_GLASS_SESSION)
      *        LIBRARY(IBMUSER.CICS.COPY(BRKGLSS))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER EMERGENCY ELEVATION TAKEN THROUGH BRKGLASS: WHO,   *
      * WHICH SECCHECK RESOURCE, WHY, UNDER WHICH TICKET AND UNTIL     *
      * WHEN.  SECCHECK GRANTS THE RESOURCE TO THE USER WHILE THE ROW  *
      * IS OPEN AND UNEXPIRED; SECURITY SIGNS EACH ONE OFF AFTERWARD.  *
      ******************************************************************
           EXEC SQL DECLARE BREAK_GLASS_SESSION TABLE
           ( USERID                 CHAR(8) NOT NULL,
             SESSION_TS             TIMESTAMP NOT NULL,
             RESOURCE_NAME          CHAR(8) NOT NULL,
             REASON_CODE            CHAR(2) NOT NULL,
             TICKET_NUM             CHAR(12) NOT NULL,
             EXPIRE_TS              TIMESTAMP NOT NULL,
             END_TS                 TIMESTAMP,
             ACTION_COUNT           DECIMAL(5, 0) NOT NULL,
             REVIEW_STATUS          CHAR(1) NOT NULL,
             REVIEW_LOGON           CHAR(8) NOT NULL,
             REVIEW_TS              TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BREAK_GLASS_SESSION                *
      ******************************************************************
       01  BREAK-GLASS-SESSION-REC.
      *                       USERID
      *                         THE CICS SIGN-ON USER ELEVATED
           10 BGS-USERID           PIC X(8).
      *                       SESSION_TS
      *                         WHEN THE ELEVATION WAS TAKEN
           10 BGS-SESSION-TS       PIC X(26).
      *                       RESOURCE_NAME
      *                         THE SECCHECK RESOURCE ELEVATED
           10 BGS-RESOURCE-NAME    PIC X(8).
      *                       REASON_CODE
      *                         SEE BG-REASON-CODE IN BRKGLSC
           10 BGS-REASON-CODE      PIC X(2).
      *                       TICKET_NUM
           10 BGS-TICKET-NUM       PIC X(12).
      *                       EXPIRE_TS
      *                         THE ELEVATION LAPSES ON ITS OWN HERE
           10 BGS-EXPIRE-TS        PIC X(26).
      *                       END_TS
      *                         SET WHEN THE USER CLOSES IT EARLY
           10 BGS-END-TS           PIC X(26).
      *                       ACTION_COUNT
      *                         SECCHECK GRANTS MADE UNDER IT
           10 BGS-ACTION-COUNT     PIC S9(5)V USAGE COMP-3.
      *                       REVIEW_STATUS
      *                         P = AWAITING SECURITY SIGN-OFF
      *                         S = SIGNED OFF
           10 BGS-REVIEW-STATUS    PIC X(1).
      *                       REVIEW_LOGON
           10 BGS-REVIEW-LOGON     PIC X(8).
      *                       REVIEW_TS
           10 BGS-REVIEW-TS        PIC X(26).
