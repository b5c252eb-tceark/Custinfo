      ******************************************************************
      * DCLGEN TABLE(ACA_MEASUREMENT)
      *        LIBRARY(IBMUSER.CICS.COPY(ACAMEAS))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER VARIABLE-HOUR EMPLOYEE PER MEASUREMENT PERIOD -    *
      * THE HOURS AVERAGED, THE FULL-TIME RESULT AND THE STABILITY     *
      * PERIOD IT HOLDS FOR.  A FULL-TIME RESULT CARRIES AN OFFER OF   *
      * COVERAGE DUE BY THE FIRST DAY OF THE STABILITY PERIOD; THE     *
      * ROW STAYS ON THE OFFERS-DUE WORKLIST UNTIL THE OFFER IS        *
      * RECORDED.                                                      *
      ******************************************************************
           EXEC SQL DECLARE ACA_MEASUREMENT TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             MEASURE_END_DT         DATE NOT NULL,
             MEASURE_BEGIN_DT       DATE NOT NULL,
             PERIOD_TYPE            CHAR(1) NOT NULL,
             TOTAL_HOURS            DECIMAL(7, 2) NOT NULL,
             AVG_MONTHLY_HOURS      DECIMAL(5, 2) NOT NULL,
             FT_RESULT              CHAR(1) NOT NULL,
             STABILITY_BEGIN_DT     DATE NOT NULL,
             STABILITY_END_DT       DATE NOT NULL,
             OFFER_DUE_DATE         DATE,
             OFFER_STATUS           CHAR(1) NOT NULL,
             OFFER_LOGON            CHAR(8) NOT NULL,
             OFFER_TIMESTAMP        TIMESTAMP,
             MEASURED_TIMESTAMP     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACA_MEASUREMENT                    *
      ******************************************************************
       01  ACA-MEASUREMENT-REC.
      *                       CASE_NUM
           10 AM-CASE-NUM          PIC X(6).
      *                       CASENAME#IDNTITY
           10 AM-CASE-IDNTITY      PIC X(8).
      *                       EMP_NUM
           10 AM-EMP-NUM           PIC S9(5)V USAGE COMP-3.
      *                       MEASURE_END_DT
           10 AM-MEASURE-END-DT    PIC X(10).
      *                       MEASURE_BEGIN_DT
           10 AM-MEASURE-BEGIN-DT  PIC X(10).
      *                       PERIOD_TYPE
      *                         S = STANDARD MEASUREMENT PERIOD
      *                         I = INITIAL PERIOD OF A NEW HIRE
           10 AM-PERIOD-TYPE       PIC X(1).
      *                       TOTAL_HOURS
           10 AM-TOTAL-HOURS       PIC S9(5)V99 USAGE COMP-3.
      *                       AVG_MONTHLY_HOURS
           10 AM-AVG-MONTHLY-HOURS PIC S9(3)V99 USAGE COMP-3.
      *                       FT_RESULT
      *                         F = FULL-TIME FOR THE STABILITY PERIOD
      *                         P = NOT FULL-TIME
           10 AM-FT-RESULT         PIC X(1).
      *                       STABILITY_BEGIN_DT
           10 AM-STABILITY-BEGIN-DT PIC X(10).
      *                       STABILITY_END_DT
           10 AM-STABILITY-END-DT  PIC X(10).
      *                       OFFER_DUE_DATE
      *                         NULL WHEN NO OFFER IS OWED
           10 AM-OFFER-DUE-DATE    PIC X(10).
      *                       OFFER_STATUS
      *                         D = OFFER DUE - ON THE WORKLIST
      *                         M = OFFER MADE
      *                         N = NO OFFER OWED
           10 AM-OFFER-STATUS      PIC X(1).
      *                       OFFER_LOGON
           10 AM-OFFER-LOGON       PIC X(8).
      *                       OFFER_TIMESTAMP
           10 AM-OFFER-TS          PIC X(26).
      *                       MEASURED_TIMESTAMP
           10 AM-MEASURED-TS       PIC X(26).
