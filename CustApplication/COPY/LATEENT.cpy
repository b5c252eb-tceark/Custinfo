      ******************************************************************
      * DCLGEN TABLE(LATE_ENTRANT)
      *        LIBRARY(IBMUSER.CICS.COPY(LATEENT))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * A COVERAGE ELECTION MADE OUTSIDE THE CASE'S OPEN-ENROLLMENT    *
      * WINDOW BY AN EMPLOYEE WHO IS NOT A NEW HIRE.  ENRLWIN PENDS    *
      * IT HERE INSTEAD OF POSTING IT TO COVERAGE; UNDERWRITING        *
      * APPROVES IT (THE COVERAGE ROW IS THEN WRITTEN) OR DECLINES IT. *
      ******************************************************************
           EXEC SQL DECLARE LATE_ENTRANT TABLE
           ( LATE_ENTRANT_ID        DECIMAL(9, 0) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             COV_TYPE               CHAR(8) NOT NULL,
             PLAN_CODE              CHAR(2) NOT NULL,
             EFFECTIVE_DATE         DATE NOT NULL,
             PREMIUM                DECIMAL(7, 2) NOT NULL,
             ELECTION_DATE          DATE NOT NULL,
             WINDOW_BEGIN_DT        CHAR(4) NOT NULL,
             WINDOW_END_DT          CHAR(4) NOT NULL,
             SOURCE_PROGRAM         CHAR(8) NOT NULL,
             LE_STATUS              CHAR(1) NOT NULL,
             PEND_LOGON             CHAR(8) NOT NULL,
             PEND_TIMESTAMP         TIMESTAMP NOT NULL,
             REVIEW_LOGON           CHAR(8) NOT NULL,
             REVIEW_TIMESTAMP       TIMESTAMP,
             REVIEW_NOTE            CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LATE_ENTRANT                       *
      ******************************************************************
       01  LATE-ENTRANT-REC.
      *                       LATE_ENTRANT_ID
      *                         NEXT VALUE FOR LATE_ENTRANT_SEQ
           10 LTE-LATE-ENTRANT-ID  PIC S9(9)V USAGE COMP-3.
      *                       CASE_NUM
           10 LTE-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 LTE-CASE-IDNTITY     PIC X(8).
      *                       EMP_NUM
           10 LTE-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       COV_TYPE
           10 LTE-COV-TYPE         PIC X(8).
      *                       PLAN_CODE
           10 LTE-PLAN-CODE        PIC X(2).
      *                       EFFECTIVE_DATE
           10 LTE-EFFECTIVE-DATE   PIC X(10).
      *                       PREMIUM
           10 LTE-PREMIUM          PIC S9(5)V99 USAGE COMP-3.
      *                       ELECTION_DATE
           10 LTE-ELECTION-DATE    PIC X(10).
      *                       WINDOW_BEGIN_DT
      *                         THE CASE'S WINDOW (MMDD) AT THE TIME
           10 LTE-WINDOW-BEGIN-DT  PIC X(4).
      *                       WINDOW_END_DT
           10 LTE-WINDOW-END-DT    PIC X(4).
      *                       SOURCE_PROGRAM
           10 LTE-SOURCE-PROGRAM   PIC X(8).
      *                       LE_STATUS
      *                         P = PENDING UNDERWRITING
      *                         A = APPROVED - COVERAGE POSTED
      *                         D = DECLINED
           10 LTE-LE-STATUS        PIC X(1).
      *                       PEND_LOGON
           10 LTE-PEND-LOGON       PIC X(8).
      *                       PEND_TIMESTAMP
           10 LTE-PEND-TS          PIC X(26).
      *                       REVIEW_LOGON
           10 LTE-REVIEW-LOGON     PIC X(8).
      *                       REVIEW_TIMESTAMP
           10 LTE-REVIEW-TS        PIC X(26).
      *                       REVIEW_NOTE
           10 LTE-REVIEW-NOTE      PIC X(40).
