      ******************************************************************
      * DCLGEN TABLE(TOBACCO_ATTESTATION)
      *        LIBRARY(IBMUSER.CICS.COPY(TOBACATT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER MEMBER PER PLAN YEAR OF THE ANNUAL TOBACCO-USE     *
      * ATTESTATION.  TOBATTST OPENS THE ROW WHEN THE FORM GOES OUT,   *
      * RECORDS THE MEMBER'S ANSWER OR DEFAULTS A NON-RESPONDER, AND   *
      * AT THE PLAN-YEAR START CARRIES THE ANSWER ONTO EMPLOYEE        *
      * SMOKER_QUESTION FOR PREMRECL TO REPRICE.  A CESSATION-PROGRAM  *
      * COMPLETION IS STAMPED ON THE MEMBER'S CURRENT ROW.             *
      ******************************************************************
           EXEC SQL DECLARE TOBACCO_ATTESTATION TABLE
           ( CASENAME#IDNTITY       CHAR(8) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             PLAN_YEAR_START        DATE NOT NULL,
             ATTEST_STATUS          CHAR(1) NOT NULL,
             PRIOR_TOBACCO_IND      CHAR(1) NOT NULL,
             TOBACCO_USE_IND        CHAR(1) NOT NULL,
             FORM_SENT_DATE         DATE NOT NULL,
             RESPONSE_DUE_DATE      DATE NOT NULL,
             RESPONSE_DATE          DATE,
             CESSATION_DATE         DATE,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOBACCO_ATTESTATION                *
      ******************************************************************
       01  TOBACCO-ATTESTATION-REC.
      *                       CASENAME#IDNTITY
           10 TBA-CASE-IDNTITY     PIC X(8).
      *                       CASE_NUM
           10 TBA-CASE-NUM         PIC X(6).
      *                       EMP_NUM
           10 TBA-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       PLAN_YEAR_START   (THE CASE ANNIVERSARY)
           10 TBA-PLAN-YEAR-START  PIC X(10).
      *                       ATTEST_STATUS
      *                         S = FORM SENT, AWAITING ANSWER
      *                         R = MEMBER RESPONDED
      *                         D = NO RESPONSE - DEFAULTED
      *                         A = APPLIED TO EMPLOYEE
           10 TBA-ATTEST-STATUS    PIC X(1).
      *                       PRIOR_TOBACCO_IND
      *                         SMOKER_QUESTION WHEN THE FORM WENT OUT
           10 TBA-PRIOR-IND        PIC X(1).
      *                       TOBACCO_USE_IND
      *                         Y = TOBACCO USER  N = NON-USER
      *                         SPACE WHILE AWAITING ANSWER
           10 TBA-TOBACCO-USE-IND  PIC X(1).
      *                       FORM_SENT_DATE
           10 TBA-FORM-SENT-DATE   PIC X(10).
      *                       RESPONSE_DUE_DATE
           10 TBA-RESPONSE-DUE     PIC X(10).
      *                       RESPONSE_DATE   (NULL UNTIL ANSWERED)
           10 TBA-RESPONSE-DATE    PIC X(10).
      *                       CESSATION_DATE
      *                         CESSATION PROGRAM COMPLETED - THE
      *                         SURCHARGE COMES OFF FROM HERE
           10 TBA-CESSATION-DATE   PIC X(10).
      *                       CHANGE_LOGON
           10 TBA-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 TBA-CHANGE-TS        PIC X(26).
