      ******************************************************************
      * DCLGEN TABLE(COMPLAINT_LOG)
      *        LIBRARY(IBMUSER.CICS.COPY(CMPLLOG))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER COMPLAINT OR GRIEVANCE, WHETHER IT CAME BY PHONE,  *
      * BY MAIL OR AS A DEPARTMENT OF INSURANCE REFERRAL, AGAINST A    *
      * CASE, A MEMBER OF A CASE OR A BROKER.  COMPLOG 'A' WRITES IT   *
      * WITH THE RESPONSE DUE DATE FROM THE STATE'S PROGRAM_RULES      *
      * ROW; THE NIGHTLY COMPLOG 'E' RUN RAISES THE ESCALATION LEVEL   *
      * AS THE DUE DATE NEARS AND PASSES; COMPLOG 'R' RECORDS THE      *
      * RESOLUTION.                                                    *
      ******************************************************************
           EXEC SQL DECLARE COMPLAINT_LOG TABLE
           ( COMPLAINT_ID           DECIMAL(9, 0) NOT NULL,
             PARTY_TYPE             CHAR(1) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             BROKER_ID              CHAR(9) NOT NULL,
             PARTY_IDNTITY          CHAR(8) NOT NULL,
             STATE_CODE             CHAR(2) NOT NULL,
             CATEGORY               CHAR(3) NOT NULL,
             COMPLAINT_SOURCE       CHAR(1) NOT NULL,
             DOI_FILE_NUM           CHAR(20) NOT NULL,
             RECEIVED_DATE          DATE NOT NULL,
             DUE_DATE               DATE NOT NULL,
             DESCRIPTION            CHAR(60) NOT NULL,
             COMPLAINT_STATUS       CHAR(1) NOT NULL,
             ESCALATION_LEVEL       CHAR(1) NOT NULL,
             RESOLUTION_CODE        CHAR(1) NOT NULL,
             RESOLUTION_TEXT        CHAR(60) NOT NULL,
             RESOLVED_DATE          DATE,
             OPENED_LOGON           CHAR(8) NOT NULL,
             OPENED_TIMESTAMP       TIMESTAMP NOT NULL,
             RESOLVED_LOGON         CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COMPLAINT_LOG                      *
      ******************************************************************
       01  COMPLAINT-LOG-REC.
      *                       COMPLAINT_ID   (COMPLAINT_LOG_SEQ)
           10 CMP-COMPLAINT-ID     PIC S9(9)V USAGE COMP-3.
      *                       PARTY_TYPE
      *                         C = CASE (THE EMPLOYER)
      *                         M = MEMBER - CASE_NUM AND EMP_NUM
      *                         B = BROKER - BROKER_ID
           10 CMP-PARTY-TYPE       PIC X(1).
      *                       CASE_NUM   (SPACES FOR A BROKER)
           10 CMP-CASE-NUM         PIC X(6).
      *                       EMP_NUM   (ZERO UNLESS A MEMBER)
           10 CMP-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       BROKER_ID   (SPACES UNLESS A BROKER)
           10 CMP-BROKER-ID        PIC X(9).
      *                       PARTY_IDNTITY   (CASE OR BROKER AGNTNAME)
           10 CMP-PARTY-IDNTITY    PIC X(8).
      *                       STATE_CODE   (THE STATE WHOSE RULES SET
      *                         THE DUE DATE AND THAT THE COMPLAINT IS
      *                         REPORTED UNDER)
           10 CMP-STATE-CODE       PIC X(2).
      *                       CATEGORY
      *                         BIL = BILLING AND PREMIUM
      *                         CLM = CLAIM HANDLING
      *                         ENR = ENROLLMENT AND ELIGIBILITY
      *                         CAN = CANCELLATION OR NON-RENEWAL
      *                         RAT = RATING AND UNDERWRITING
      *                         AGT = AGENT OR BROKER CONDUCT
      *                         SVC = SERVICE AND DELAY
      *                         OTH = OTHER
           10 CMP-CATEGORY         PIC X(3).
      *                       COMPLAINT_SOURCE
      *                         P = PHONE
      *                         M = MAIL OR EMAIL
      *                         D = DEPARTMENT OF INSURANCE REFERRAL
           10 CMP-SOURCE           PIC X(1).
      *                       DOI_FILE_NUM   (SOURCE 'D' ONLY)
           10 CMP-DOI-FILE-NUM     PIC X(20).
      *                       RECEIVED_DATE
           10 CMP-RECEIVED-DATE    PIC X(10).
      *                       DUE_DATE
           10 CMP-DUE-DATE         PIC X(10).
      *                       DESCRIPTION
           10 CMP-DESCRIPTION      PIC X(60).
      *                       COMPLAINT_STATUS
      *                         O = OPEN
      *                         R = RESOLVED
           10 CMP-STATUS           PIC X(1).
      *                       ESCALATION_LEVEL
      *                         SPACE = NOT ESCALATED
      *                         1 = DUE DATE WITHIN THE WARNING DAYS
      *                         2 = PAST THE DUE DATE
           10 CMP-ESCALATION-LEVEL PIC X(1).
      *                       RESOLUTION_CODE
      *                         J = JUSTIFIED - CORRECTED IN THE
      *                             COMPLAINANT'S FAVOR
      *                         N = NOT JUSTIFIED
      *                         C = COMPROMISE
      *                         W = WITHDRAWN
           10 CMP-RESOLUTION-CODE  PIC X(1).
      *                       RESOLUTION_TEXT
           10 CMP-RESOLUTION-TEXT  PIC X(60).
      *                       RESOLVED_DATE   (NULL WHILE OPEN)
           10 CMP-RESOLVED-DATE    PIC X(10).
      *                       OPENED_LOGON
           10 CMP-OPENED-LOGON     PIC X(8).
      *                       OPENED_TIMESTAMP
           10 CMP-OPENED-TS        PIC X(26).
      *                       RESOLVED_LOGON
           10 CMP-RESOLVED-LOGON   PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
