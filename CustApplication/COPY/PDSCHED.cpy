      ******************************************************************
      * DCLGEN TABLE(PAYROLL_DEDUCT_SCHED)
      *        LIBRARY(IBMUSER.CICS.COPY(PDSCHED))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER CASE THAT TAKES THE PAYROLL-DEDUCTION FILE.  THE   *
      * EMPLOYER'S PAY FREQUENCY SETS BOTH THE PER-PAY-PERIOD AMOUNT   *
      * AND HOW OFTEN PAYDEDN SENDS THE FILE: EACH SEND MOVES          *
      * NEXT_FILE_DATE ON ONE PAY PERIOD.                              *
      ******************************************************************
           EXEC SQL DECLARE PAYROLL_DEDUCT_SCHED TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             PAY_FREQUENCY          CHAR(1) NOT NULL,
             NEXT_FILE_DATE         DATE NOT NULL,
             LAST_FILE_DATE         DATE,
             SCHED_STATUS           CHAR(1) NOT NULL,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAYROLL_DEDUCT_SCHED               *
      ******************************************************************
       01  PAYROLL-DEDUCT-SCHED-REC.
      *                       CASE_NUM
           10 PDS-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 PDS-CASE-IDNTITY     PIC X(8).
      *                       PAY_FREQUENCY
      *                         W = WEEKLY         (52 A YEAR)
      *                         B = BI-WEEKLY      (26 A YEAR)
      *                         S = SEMI-MONTHLY   (24 A YEAR, 1ST
      *                             AND 16TH)
      *                         M = MONTHLY        (12 A YEAR)
           10 PDS-PAY-FREQUENCY    PIC X(1).
      *                       NEXT_FILE_DATE
           10 PDS-NEXT-FILE-DATE   PIC X(10).
      *                       LAST_FILE_DATE   (NULL UNTIL THE FIRST)
           10 PDS-LAST-FILE-DATE   PIC X(10).
      *                       SCHED_STATUS
      *                         A = ACTIVE
      *                         I = INACTIVE - NO FILE SENT
           10 PDS-SCHED-STATUS     PIC X(1).
      *                       CHANGE_LOGON
           10 PDS-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 PDS-CHANGE-TS        PIC X(26).
