      ******************************************************************
      * DCLGEN TABLE(ASSOC_MEMBER_LAPSE)
      *        LIBRARY(IBMUSER.CICS.COPY(ASCLAPSE))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW EACH TIME AN ASSOCIATION CASE DROPS OFF ITS            *
      * ASSOCIATION'S MEMBERSHIP ROSTER.  ASSOCVER OPENS THE ROW IN    *
      * GRACE WITH THE NOTICE, CLOSES IT WHEN THE EMPLOYER REAPPEARS   *
      * OR THE DESK CLEARS IT, AND TERMINATES THE CASE WHEN THE GRACE  *
      * PERIOD RUNS OUT.                                               *
      ******************************************************************
           EXEC SQL DECLARE ASSOC_MEMBER_LAPSE TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             ASSOCIATION_ID         CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             ROSTER_DATE            DATE NOT NULL,
             NOTICE_DATE            DATE NOT NULL,
             TERM_DUE_DATE          DATE NOT NULL,
             LAPSE_STATUS           CHAR(1) NOT NULL,
             CLOSED_DATE            DATE,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ASSOC_MEMBER_LAPSE                 *
      ******************************************************************
       01  ASSOC-MEMBER-LAPSE-REC.
      *                       CASE_NUM
           10 ASL-CASE-NUM         PIC X(6).
      *                       ASSOCIATION_ID
           10 ASL-ASSOCIATION-ID   PIC X(6).
      *                       CASENAME#IDNTITY
           10 ASL-CASE-IDNTITY     PIC X(8).
      *                       ROSTER_DATE
      *                         THE FIRST ROSTER THE CASE WAS MISSING
      *                         FROM
           10 ASL-ROSTER-DATE      PIC X(10).
      *                       NOTICE_DATE
      *                         GRACE-PERIOD NOTICE SENT (CORRGEN)
           10 ASL-NOTICE-DATE      PIC X(10).
      *                       TERM_DUE_DATE
      *                         NOTICE DATE PLUS THE GRACE DAYS
           10 ASL-TERM-DUE-DATE    PIC X(10).
      *                       LAPSE_STATUS
      *                         G = IN GRACE, NOTICE SENT
      *                         R = RESTORED - BACK ON THE ROSTER
      *                         X = CLEARED BY THE DESK
      *                         T = CASE TERMINATED
           10 ASL-LAPSE-STATUS     PIC X(1).
      *                       CLOSED_DATE   (NULL WHILE IN GRACE)
           10 ASL-CLOSED-DATE      PIC X(10).
      *                       CHANGE_LOGON
           10 ASL-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 ASL-CHANGE-TS        PIC X(26).
