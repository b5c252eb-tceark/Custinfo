      ******************************************************************
      * DCLGEN TABLE(COMM_OVERRIDE_SCHED)
      *        LIBRARY(IBMUSER.CICS.COPY(CMOVRSCH))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * OVERRIDE SCHEDULE BY BROKER HIERARCHY LEVEL.  ONE ROW PER     *
      * LEVEL AND HIERARCHY CODE NAMES THE UPLINE BROKER THAT EARNS   *
      * THE OVERRIDE AND THE PERCENT OF THE WRITING AGENT'S VESTED    *
      * COMMISSION IT EARNS.  HIERARCHY_LEVEL IS G = GENERAL AGENT    *
      * (GENERAL_AGENT_NUM), M = MANAGER (MANAGER_CODE), D = DISTRICT *
      * (DISTRICT_NUM), R = REGION (REGION_NUM).                      *
      ******************************************************************
           EXEC SQL DECLARE COMM_OVERRIDE_SCHED TABLE
           ( HIERARCHY_LEVEL        CHAR(1) NOT NULL,
             HIERARCHY_CODE         CHAR(7) NOT NULL,
             OVERRIDE_BROKER_ID     CHAR(9) NOT NULL,
             OVERRIDE_PERCENT       DECIMAL(5, 2) NOT NULL,
             EFFECTIVE_DATE         DATE NOT NULL,
             TERM_DATE              DATE,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COMM_OVERRIDE_SCHED                *
      ******************************************************************
       01  COMM-OVERRIDE-SCHED-REC.
      *                       HIERARCHY_LEVEL
           10 COS-HIERARCHY-LEVEL  PIC X(1).
      *                       HIERARCHY_CODE
           10 COS-HIERARCHY-CODE   PIC X(7).
      *                       OVERRIDE_BROKER_ID
           10 COS-OVERRIDE-BROKER  PIC X(9).
      *                       OVERRIDE_PERCENT
           10 COS-OVERRIDE-PERCENT PIC S9(3)V99 USAGE COMP-3.
      *                       EFFECTIVE_DATE
           10 COS-EFFECTIVE-DATE   PIC X(10).
      *                       TERM_DATE
           10 COS-TERM-DATE        PIC X(10).
      *                       CHANGE_LOGON
           10 COS-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 COS-CHANGE-TS        PIC X(26).
