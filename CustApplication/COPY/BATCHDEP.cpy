      ******************************************************************
      * DCLGEN TABLE(BATCH_JOB_DEPEND)
      *        LIBRARY(IBMUSER.CICS.COPY(BATCHDEP))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER PREDECESSOR A BATCH PROGRAM WAITS ON.  RUNLOG      *
      * HOLDS THE PROGRAM'S RUN AT ITS 'S' UNLESS EVERY ACTIVE         *
      * PREDECESSOR HAS A RUN ON BATCH_RUN_LOG FOR THE SAME BUSINESS   *
      * DATE THAT ENDED (RUN_STATUS 'E') WITH A RETURN CODE NO HIGHER  *
      * THAN OK_THRU_RC.  A PROGRAM WITH NO ROWS HERE IS NEVER HELD.   *
      * OPSCON WALKS THE ROWS FOR THE DEPENDENCY CHAIN.                *
      ******************************************************************
           EXEC SQL DECLARE BATCH_JOB_DEPEND TABLE
           ( PROGRAM_NAME           CHAR(8) NOT NULL,
             PREDECESSOR_NAME       CHAR(8) NOT NULL,
             OK_THRU_RC             CHAR(2) NOT NULL,
             ACTIVE_IND             CHAR(1) NOT NULL,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TS              TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BATCH_JOB_DEPEND                   *
      ******************************************************************
       01  BATCH-JOB-DEPEND-REC.
      *                       PROGRAM_NAME
      *                         THE PROGRAM THAT WAITS
           10 BJD-PROGRAM-NAME     PIC X(8).
      *                       PREDECESSOR_NAME
      *                         THE PROGRAM IT WAITS ON
           10 BJD-PREDECESSOR-NAME PIC X(8).
      *                       OK_THRU_RC
      *                         HIGHEST PREDECESSOR RETURN CODE THAT
      *                         STILL RELEASES THE PROGRAM - '00'
      *                         UNLESS THE PREDECESSOR'S WARNING CODE
      *                         (04 AND THE LIKE) IS SAFE TO RUN ON
           10 BJD-OK-THRU-RC       PIC X(2).
      *                       ACTIVE_IND
      *                         Y = ENFORCED   N = SUSPENDED
           10 BJD-ACTIVE-IND       PIC X(1).
      *                       CHANGE_LOGON
           10 BJD-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TS
           10 BJD-CHANGE-TS        PIC X(26).
