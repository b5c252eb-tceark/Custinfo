      ******************************************************************
      * DCLGEN TABLE(ASSOC_ROSTER_STAGE)
      *        LIBRARY(IBMUSER.CICS.COPY(ASCSTAGE))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * STAGED ASSOCIATION MEMBERSHIP ROSTER, ONE ROW PER MEMBER       *
      * EMPLOYER IN GOOD STANDING ON THE ROSTER DATE, PLUS WHAT        *
      * ASSOCVER DID WITH IT: THE ASSOCIATION CASE IT MATCHED BY       *
      * ASSOCIATION_ID AND EMPLOYER_ID, OR - FOR A MEMBER WE DO NOT    *
      * COVER - THE MARKETING LEAD AND THE ASSOCIATION AGENT IT WAS    *
      * ROUTED TO.                                                     *
      ******************************************************************
           EXEC SQL DECLARE ASSOC_ROSTER_STAGE TABLE
           ( ASSOCIATION_ID         CHAR(6) NOT NULL,
             ROSTER_DATE            DATE NOT NULL,
             MEMBER_ID              CHAR(12) NOT NULL,
             EMPLOYER_ID            CHAR(15) NOT NULL,
             EMPLOYER_NAME          CHAR(30) NOT NULL,
             CONTACT_PHONE          CHAR(10) NOT NULL,
             ZIP                    CHAR(5) NOT NULL,
             EMPLOYEE_COUNT         DECIMAL(5, 0) NOT NULL,
             PROCESS_STATUS         CHAR(1) NOT NULL,
             MATCHED_CASE_NUM       CHAR(6) NOT NULL,
             LEAD_AGENT_IDNTITY     CHAR(8) NOT NULL,
             WORKED_LOGON           CHAR(8) NOT NULL,
             PROCESS_TIMESTAMP      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ASSOC_ROSTER_STAGE                 *
      ******************************************************************
       01  ASSOC-ROSTER-STAGE-REC.
      *                       ASSOCIATION_ID
      *                         AS CARRIED ON CASE_MASTER
           10 ASR-ASSOCIATION-ID   PIC X(6).
      *                       ROSTER_DATE
      *                         THE ASSOCIATION'S AS-OF DATE
           10 ASR-ROSTER-DATE      PIC X(10).
      *                       MEMBER_ID
      *                         THE ASSOCIATION'S OWN MEMBER NUMBER
           10 ASR-MEMBER-ID        PIC X(12).
      *                       EMPLOYER_ID
      *                         FEDERAL TAX ID, AS CASE_MASTER
      *                         EMPLOYER_ID
           10 ASR-EMPLOYER-ID      PIC X(15).
      *                       EMPLOYER_NAME
           10 ASR-EMPLOYER-NAME    PIC X(30).
      *                       CONTACT_PHONE
           10 ASR-CONTACT-PHONE    PIC X(10).
      *                       ZIP
           10 ASR-ZIP              PIC X(5).
      *                       EMPLOYEE_COUNT
      *                         AS REPORTED BY THE ASSOCIATION
           10 ASR-EMPLOYEE-COUNT   PIC S9(5)V USAGE COMP-3.
      *                       PROCESS_STATUS
      *                         P = PENDING MATCH
      *                         M = MATCHED TO AN IN-FORCE CASE
      *                         L = NOT COVERED - MARKETING LEAD
      *                         W = LEAD WORKED BY SALES
           10 ASR-PROCESS-STATUS   PIC X(1).
      *                       MATCHED_CASE_NUM
      *                         SPACES UNLESS STATUS 'M'
           10 ASR-MATCHED-CASE     PIC X(6).
      *                       LEAD_AGENT_IDNTITY
      *                         AN AGENT CARRYING THE ASSOCIATION ON
      *                         AGNTNAME ASSOCIATION1-3, SPACES IF
      *                         NONE - STATUS 'L' ONLY
           10 ASR-LEAD-AGENT       PIC X(8).
      *                       WORKED_LOGON
           10 ASR-WORKED-LOGON     PIC X(8).
      *                       PROCESS_TIMESTAMP
           10 ASR-PROCESS-TS       PIC X(26).
