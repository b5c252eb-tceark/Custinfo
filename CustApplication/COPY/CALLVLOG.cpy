      ******************************************************************
      * DCLGEN TABLE(CALLER_VERIFY_LOG)
      *        LIBRARY(IBMUSER.CICS.COPY(CALLVLOG))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER CALLER VERIFICATION TAKEN ON NA320: WHO CALLED     *
      * (THE REGISTRY CONTACT, OR THE NAME GIVEN WHEN NOT ON FILE),    *
      * WHICH IDENTITY QUESTIONS WERE PASSED, WHETHER THE CALLER WAS   *
      * VERIFIED, WHAT WAS DISCUSSED AND WHICH OF THOSE TOPICS THE     *
      * CALLER WAS NOT AUTHORIZED FOR.  THIS IS THE MINIMUM-NECESSARY  *
      * DISCLOSURE TRAIL.                                              *
      *                                                                *
      * QUESTIONS_PASSED - ONE Y/N PER QUESTION:                       *
      *   1 CASE NUMBER  2 GROUP BILLING ZIP  3 LAST PAYMENT AMOUNT    *
      *   4 NAME AND PHONE MATCH THE REGISTRY                          *
      * TOPICS_DISCUSSED / TOPICS_DENIED - B BILLING, E ENROLLMENT,    *
      *   M MEMBER DATA                                                *
      ******************************************************************
           EXEC SQL DECLARE CALLER_VERIFY_LOG TABLE
           ( LOG_ID                 DECIMAL(9, 0) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CONTACT_SEQ            DECIMAL(3, 0) NOT NULL,
             CALLER_NAME            CHAR(30) NOT NULL,
             QUESTIONS_PASSED       CHAR(4) NOT NULL,
             PASSED_COUNT           DECIMAL(1, 0) NOT NULL,
             VERIFIED_IND           CHAR(1) NOT NULL,
             TOPICS_DISCUSSED       CHAR(3) NOT NULL,
             TOPICS_DENIED          CHAR(3) NOT NULL,
             CALL_NOTE              CHAR(70) NOT NULL,
             OPERATOR_INITIALS      CHAR(3) NOT NULL,
             OPERATOR_LOGON         CHAR(8) NOT NULL,
             CALL_TIMESTAMP         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CALLER_VERIFY_LOG                  *
      ******************************************************************
       01  CALLER-VERIFY-LOG-REC.
      *                       LOG_ID
           10 CVL-LOG-ID           PIC S9(9)V USAGE COMP-3.
      *                       CASE_NUM
           10 CVL-CASE-NUM         PIC X(6).
      *                       CONTACT_SEQ    (0 = NOT ON THE REGISTRY)
           10 CVL-CONTACT-SEQ      PIC S9(3)V USAGE COMP-3.
      *                       CALLER_NAME
           10 CVL-CALLER-NAME      PIC X(30).
      *                       QUESTIONS_PASSED
           10 CVL-QUESTIONS-PASSED PIC X(4).
      *                       PASSED_COUNT
           10 CVL-PASSED-COUNT     PIC S9(1)V USAGE COMP-3.
      *                       VERIFIED_IND   (Y/N)
           10 CVL-VERIFIED-IND     PIC X(1).
      *                       TOPICS_DISCUSSED
           10 CVL-TOPICS-DISCUSSED PIC X(3).
      *                       TOPICS_DENIED
           10 CVL-TOPICS-DENIED    PIC X(3).
      *                       CALL_NOTE
           10 CVL-CALL-NOTE        PIC X(70).
      *                       OPERATOR_INITIALS
           10 CVL-OPERATOR-INITIALS PIC X(3).
      *                       OPERATOR_LOGON
           10 CVL-OPERATOR-LOGON   PIC X(8).
      *                       CALL_TIMESTAMP
           10 CVL-CALL-TS          PIC X(26).
