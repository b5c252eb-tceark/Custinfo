      ******************************************************************
      * DCLGEN TABLE(PCP_REASSIGN)
      *        LIBRARY(IBMUSER.CICS.COPY(PCPREASN))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * MEMBERS WHOSE PRIMARY-CARE PHYSICIAN LEFT THE NETWORK, WAITING *
      * FOR A NEW PCP.  OPEN ROWS ARE THE PCP QUEUE IN WORKBSKT; THE   *
      * ROW CLOSES WHEN HMOEDIT RECORDS THE REASSIGNMENT.              *
      ******************************************************************
           EXEC SQL DECLARE PCP_REASSIGN TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             OLD_PROVIDER_NUM       CHAR(15) NOT NULL,
             PROVIDER_TERM_DATE     DATE NOT NULL,
             NEW_PROVIDER_NUM       CHAR(15) NOT NULL,
             REASSIGN_STATUS        CHAR(1) NOT NULL,
             NOTICE_DATE            DATE,
             QUEUED_TIMESTAMP       TIMESTAMP NOT NULL,
             WORKED_LOGON           CHAR(8) NOT NULL,
             WORKED_TIMESTAMP       TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PCP_REASSIGN                       *
      ******************************************************************
       01  PCP-REASSIGN-REC.
      *                       CASE_NUM
           10 PRA-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 PRA-CASE-IDNTITY     PIC X(8).
      *                       EMP_NUM
           10 PRA-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       OLD_PROVIDER_NUM
           10 PRA-OLD-PROVIDER     PIC X(15).
      *                       PROVIDER_TERM_DATE
           10 PRA-PROVIDER-TERM-DT PIC X(10).
      *                       NEW_PROVIDER_NUM
           10 PRA-NEW-PROVIDER     PIC X(15).
      *                       REASSIGN_STATUS
      *                         O = OPEN - ON THE PCP QUEUE
      *                         D = DONE - NEW PCP RECORDED
           10 PRA-REASSIGN-STATUS  PIC X(1).
      *                       NOTICE_DATE
      *                         NULL UNTIL THE MEMBER LETTER IS SENT
           10 PRA-NOTICE-DATE      PIC X(10).
      *                       QUEUED_TIMESTAMP
           10 PRA-QUEUED-TS        PIC X(26).
      *                       WORKED_LOGON
           10 PRA-WORKED-LOGON     PIC X(8).
      *                       WORKED_TIMESTAMP
           10 PRA-WORKED-TS        PIC X(26).
