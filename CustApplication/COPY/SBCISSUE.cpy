      ******************************************************************
      * DCLGEN TABLE(SBC_ISSUE)
      *        LIBRARY(IBMUSER.CICS.COPY(SBCISSUE))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER SUMMARY OF BENEFITS AND COVERAGE ISSUED BY SBCGEN, *
      * VERSIONED BY CASE AND PLAN.  DESIGN_IMAGE IS THE PLAN DESIGN   *
      * THE SBC WAS BUILT FROM, SO A LATER DESIGN CHANGE IS SEEN BY    *
      * COMPARING AGAINST THE LATEST VERSION.  THE PRINTED LINES ARE   *
      * KEPT ON SBC_LINE UNDER THE SAME KEY FOR REPRINTING.            *
      ******************************************************************
           EXEC SQL DECLARE SBC_ISSUE TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             PLAN_CODE              CHAR(2) NOT NULL,
             VERSION_NUM            SMALLINT NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             ISSUE_DATE             DATE NOT NULL,
             ISSUE_REASON           CHAR(1) NOT NULL,
             PERIOD_START           DATE NOT NULL,
             PERIOD_END             DATE NOT NULL,
             DESIGN_IMAGE           CHAR(100) NOT NULL,
             LINE_COUNT             SMALLINT NOT NULL,
             ISSUE_LOGON            CHAR(8) NOT NULL,
             SOURCE_PROGRAM         CHAR(8) NOT NULL,
             ISSUE_TIMESTAMP        TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SBC_ISSUE                          *
      ******************************************************************
       01  SBC-ISSUE-REC.
      *                       CASE_NUM
           10 SBI-CASE-NUM         PIC X(6).
      *                       PLAN_CODE
           10 SBI-PLAN-CODE        PIC X(2).
      *                       VERSION_NUM   (1 UP BY CASE AND PLAN)
           10 SBI-VERSION-NUM      PIC S9(4) USAGE COMP.
      *                       CASENAME#IDNTITY
           10 SBI-CASE-IDNTITY     PIC X(8).
      *                       ISSUE_DATE
           10 SBI-ISSUE-DATE       PIC X(10).
      *                       ISSUE_REASON
      *                         R = RENEWAL (RENWPKT)
      *                         D = PLAN-DESIGN CHANGE
      *                         M = REQUESTED BY HAND
           10 SBI-ISSUE-REASON     PIC X(1).
      *                       PERIOD_START / PERIOD_END
      *                         THE COVERAGE PERIOD PRINTED
           10 SBI-PERIOD-START     PIC X(10).
           10 SBI-PERIOD-END       PIC X(10).
      *                       DESIGN_IMAGE
           10 SBI-DESIGN-IMAGE     PIC X(100).
      *                       LINE_COUNT
           10 SBI-LINE-COUNT       PIC S9(4) USAGE COMP.
      *                       ISSUE_LOGON
           10 SBI-ISSUE-LOGON      PIC X(8).
      *                       SOURCE_PROGRAM
           10 SBI-SOURCE-PROGRAM   PIC X(8).
      *                       ISSUE_TIMESTAMP
           10 SBI-ISSUE-TS         PIC X(26).
