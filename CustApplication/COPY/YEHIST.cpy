      ******************************************************************
      * DCLGEN TABLE(YEAR_END_HISTORY)
      *        LIBRARY(IBMUSER.CICS.COPY(YEHIST))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * YEAR-END SNAPSHOT OF EACH CASE'S YEAR-TO-DATE FIGURES, TAKEN   *
      * BY YRROLL IN THE SAME UNIT OF WORK THAT ZEROES THEM ON         *
      * CASE_MASTER.  ONE ROW PER CASE PER ROLLOVER DATE - THE         *
      * CALENDAR YEAR END, OR THE CASE'S OWN PLAN YEAR END.            *
      ******************************************************************
           EXEC SQL DECLARE YEAR_END_HISTORY TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             ROLLOVER_DATE          DATE NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             CARRIER_CODE           CHAR(2) NOT NULL,
             PREM_COLLECTED_YTD     DECIMAL(9, 0) NOT NULL,
             CLAIMS_PAID_YTD        DECIMAL(9, 0) NOT NULL,
             QUARTER                DECIMAL(2, 0) NOT NULL,
             ROLLOVER_FLAG          CHAR(1) NOT NULL,
             RUN_DATE               DATE NOT NULL,
             SNAP_TIMESTAMP         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE YEAR_END_HISTORY                   *
      ******************************************************************
       01  YEAR-END-HISTORY-REC.
      *                       CASE_NUM
           10 YEH-CASE-NUM         PIC X(6).
      *                       ROLLOVER_DATE
      *                         THE CASE_MASTER ROLLOVER_DATE THAT CAME
      *                         DUE - THE FIRST DAY OF THE NEW YEAR
           10 YEH-ROLLOVER-DATE    PIC X(10).
      *                       CASENAME#IDNTITY
           10 YEH-CASE-IDNTITY     PIC X(8).
      *                       CARRIER_CODE
           10 YEH-CARRIER-CODE     PIC X(2).
      *                       PREM_COLLECTED_YTD
           10 YEH-PREM-YTD         PIC S9(9)V USAGE COMP-3.
      *                       CLAIMS_PAID_YTD
           10 YEH-CLAIMS-YTD       PIC S9(9)V USAGE COMP-3.
      *                       QUARTER
           10 YEH-QUARTER          PIC S9(2)V USAGE COMP-3.
      *                       ROLLOVER_FLAG
      *                         THE FLAG AS IT STOOD BEFORE THE ROLL
           10 YEH-ROLLOVER-FLAG    PIC X(1).
      *                       RUN_DATE
           10 YEH-RUN-DATE         PIC X(10).
      *                       SNAP_TIMESTAMP
           10 YEH-SNAP-TS          PIC X(26).
