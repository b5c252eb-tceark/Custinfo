      ******************************************************************
      * DCLGEN TABLE(PROVIDER_TERM_STAGE)
      *        LIBRARY(IBMUSER.CICS.COPY(PRVTERM))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * STAGED CARRIER PROVIDER-TERMINATION FILE, ONE ROW PER DEPARTED *
      * PROVIDER, AND WHAT HMOEDIT DID WITH IT.                        *
      ******************************************************************
           EXEC SQL DECLARE PROVIDER_TERM_STAGE TABLE
           ( PROVIDER_NUM           CHAR(15) NOT NULL,
             TERM_DATE              DATE NOT NULL,
             TERM_REASON            CHAR(20) NOT NULL,
             PROCESS_STATUS         CHAR(1) NOT NULL,
             MEMBERS_QUEUED         DECIMAL(5, 0) NOT NULL,
             PROCESS_TIMESTAMP      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROVIDER_TERM_STAGE                *
      ******************************************************************
       01  PROVIDER-TERM-STAGE-REC.
      *                       PROVIDER_NUM
           10 PTS-PROVIDER-NUM     PIC X(15).
      *                       TERM_DATE
           10 PTS-TERM-DATE        PIC X(10).
      *                       TERM_REASON
           10 PTS-TERM-REASON      PIC X(20).
      *                       PROCESS_STATUS
      *                         P = PENDING
      *                         A = APPLIED - PROVIDER TERMED, ITS
      *                             MEMBERS QUEUED
      *                         N = NOT ON THE PROVIDER TABLE
           10 PTS-PROCESS-STATUS   PIC X(1).
      *                       MEMBERS_QUEUED
           10 PTS-MEMBERS-QUEUED   PIC S9(5)V USAGE COMP-3.
      *                       PROCESS_TIMESTAMP
           10 PTS-PROCESS-TS       PIC X(26).
