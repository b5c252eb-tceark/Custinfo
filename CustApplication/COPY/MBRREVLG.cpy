      ******************************************************************
      * DCLGEN TABLE(MEMBER_REVERSAL)
      *        LIBRARY(IBMUSER.CICS.COPY(MBRREVLG))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER MEMBER TERMINATION REVERSAL, RESCISSION NOTICE     *
      * AND RESCISSION WORKED BY MBRREVRS.  A RESCISSION NOTICE SITS   *
      * PENDING UNTIL ITS THIRTY-DAY NOTICE PERIOD HAS RUN; THE        *
      * RESCISSION ITSELF COMPLETES IT.  THE ROW COUNTS SHOW WHAT WAS  *
      * RESTORED OR TERMED SO THE DESK NEVER HAS TO RECONSTRUCT IT.    *
      ******************************************************************
           EXEC SQL DECLARE MEMBER_REVERSAL TABLE
           ( REVERSAL_ID            INTEGER NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             ACTION_TYPE            CHAR(1) NOT NULL,
             ACTION_STATUS          CHAR(1) NOT NULL,
             ACTION_DATE            DATE NOT NULL,
             NOTICE_DATE            DATE,
             EARLIEST_RESCIND_DATE  DATE,
             REASON_TEXT            CHAR(60) NOT NULL,
             COVERAGE_ROWS          DECIMAL(3, 0) NOT NULL,
             DEPENDENT_ROWS         DECIMAL(3, 0) NOT NULL,
             BENEFICIARY_ROWS       DECIMAL(3, 0) NOT NULL,
             CONTINUATION_ROWS      DECIMAL(3, 0) NOT NULL,
             PREMIUM_ADJUSTMENT     DECIMAL(9, 2) NOT NULL,
             ACTION_LOGON           CHAR(8) NOT NULL,
             ACTION_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MEMBER_REVERSAL                    *
      ******************************************************************
       01  MEMBER-REVERSAL-REC.
      *                       REVERSAL_ID   (MEMBER_REVERSAL_SEQ)
           10 MRV-REVERSAL-ID      PIC S9(9) USAGE COMP.
      *                       CASENAME#IDNTITY
           10 MRV-CASE-IDNTITY     PIC X(8).
      *                       CASE_NUM
           10 MRV-CASE-NUM         PIC X(6).
      *                       EMP_NUM
           10 MRV-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       ACTION_TYPE
      *                         R = TERMINATION REVERSED
      *                         N = RESCISSION NOTICE GIVEN
      *                         S = COVERAGE RESCINDED
           10 MRV-ACTION-TYPE      PIC X(1).
      *                       ACTION_STATUS
      *                         P = NOTICE PENDING
      *                         C = COMPLETE
      *                         X = NOTICE WITHDRAWN
           10 MRV-ACTION-STATUS    PIC X(1).
      *                       ACTION_DATE
      *                         R: THE TERM DATE REVERSED
      *                         N/S: THE DATE COVERAGE IS RESCINDED
      *                              BACK TO
           10 MRV-ACTION-DATE      PIC X(10).
      *                       NOTICE_DATE   (N/S ONLY)
           10 MRV-NOTICE-DATE      PIC X(10).
      *                       EARLIEST_RESCIND_DATE
      *                         NOTICE_DATE PLUS THE NOTICE PERIOD
           10 MRV-EARLIEST-DATE    PIC X(10).
      *                       REASON_TEXT
           10 MRV-REASON-TEXT      PIC X(60).
      *                       COVERAGE_ROWS
           10 MRV-COVERAGE-ROWS    PIC S9(3)V USAGE COMP-3.
      *                       DEPENDENT_ROWS
           10 MRV-DEPENDENT-ROWS   PIC S9(3)V USAGE COMP-3.
      *                       BENEFICIARY_ROWS
           10 MRV-BENE-ROWS        PIC S9(3)V USAGE COMP-3.
      *                       CONTINUATION_ROWS   (COBRA CANCELLED)
           10 MRV-CONT-ROWS        PIC S9(3)V USAGE COMP-3.
      *                       PREMIUM_ADJUSTMENT
      *                         R: RETRO CREDIT BACKED OUT
      *                         S: PREMIUM CREDITED BACK
           10 MRV-PREMIUM-ADJ      PIC S9(7)V9(2) USAGE COMP-3.
      *                       ACTION_LOGON
           10 MRV-ACTION-LOGON     PIC X(8).
      *                       ACTION_TIMESTAMP
           10 MRV-ACTION-TS        PIC X(26).
