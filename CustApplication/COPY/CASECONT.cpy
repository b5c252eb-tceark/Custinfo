      ******************************************************************
      * DCLGEN TABLE(CASE_CONTACT)
      *        LIBRARY(IBMUSER.CICS.COPY(CASECONT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * AUTHORIZED-CONTACT REGISTRY: THE PEOPLE AT AN EMPLOYER GROUP   *
      * WHO MAY DISCUSS THE CASE, EACH WITH A ROLE AND THE KINDS OF    *
      * INFORMATION THEY ARE AUTHORIZED TO HEAR (BILLING, ENROLLMENT,  *
      * MEMBER DATA).  CASE_MASTER.CONTACT_NAME REMAINS THE MAILING    *
      * CONTACT; THIS TABLE GOVERNS DISCLOSURE ON THE PHONE.  A ROW    *
      * WITH A TERM_DATE IS NO LONGER AUTHORIZED.                      *
      ******************************************************************
           EXEC SQL DECLARE CASE_CONTACT TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             CONTACT_SEQ            DECIMAL(3, 0) NOT NULL,
             CONTACT_NAME           CHAR(30) NOT NULL,
             CONTACT_ROLE           CHAR(2) NOT NULL,
             PHONE_NUM              CHAR(10) NOT NULL,
             PHONE_EXT              CHAR(5) NOT NULL,
             EMAIL                  CHAR(50) NOT NULL,
             AUTH_BILLING           CHAR(1) NOT NULL,
             AUTH_ENROLL            CHAR(1) NOT NULL,
             AUTH_MEMBER            CHAR(1) NOT NULL,
             EFFECTIVE_DATE         DATE NOT NULL,
             TERM_DATE              DATE,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CASE_CONTACT                       *
      ******************************************************************
       01  CASE-CONTACT-REC.
      *                       CASE_NUM
           10 CCT-CASE-NUM         PIC X(6).
      *                       CONTACT_SEQ
           10 CCT-CONTACT-SEQ      PIC S9(3)V USAGE COMP-3.
      *                       CONTACT_NAME
           10 CCT-CONTACT-NAME     PIC X(30).
      *                       CONTACT_ROLE
      *                         BL = BILLING     HR = HUMAN RESOURCES
      *                         EX = EXECUTIVE   BA = BROKER ASSISTANT
           10 CCT-CONTACT-ROLE     PIC X(2).
      *                       PHONE_NUM
           10 CCT-PHONE-NUM        PIC X(10).
      *                       PHONE_EXT
           10 CCT-PHONE-EXT        PIC X(5).
      *                       EMAIL
           10 CCT-EMAIL            PIC X(50).
      *                       AUTH_BILLING   (Y/N)
           10 CCT-AUTH-BILLING     PIC X(1).
      *                       AUTH_ENROLL    (Y/N)
           10 CCT-AUTH-ENROLL      PIC X(1).
      *                       AUTH_MEMBER    (Y/N) - MEMBER-LEVEL DATA
           10 CCT-AUTH-MEMBER      PIC X(1).
      *                       EFFECTIVE_DATE
           10 CCT-EFFECTIVE-DATE   PIC X(10).
      *                       TERM_DATE
           10 CCT-TERM-DATE        PIC X(10).
      *                       CHANGE_LOGON
           10 CCT-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 CCT-CHANGE-TS        PIC X(26).
