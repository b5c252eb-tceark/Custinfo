      ******************************************************************
      * DCLGEN TABLE(ACA_CASE_PARM)
      *        LIBRARY(IBMUSER.CICS.COPY(ACAPARM))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER CASE THAT MEASURES ITS VARIABLE-HOUR EMPLOYEES     *
      * UNDER THE ACA LOOK-BACK RULES: THE STANDARD MEASUREMENT        *
      * PERIOD (ITS LENGTH AND THE MMDD IT ENDS ON), THE               *
      * ADMINISTRATIVE PERIOD AND THE STABILITY PERIOD THAT FOLLOW IT, *
      * AND THE MONTHLY HOURS THAT MAKE AN EMPLOYEE FULL-TIME.  A CASE *
      * WITH NO ROW IS NOT MEASURED.  ALE_IND MARKS THE APPLICABLE     *
      * LARGE EMPLOYERS THAT FILE 1094-C/1095-C EACH YEAR (ACA1095).   *
      ******************************************************************
           EXEC SQL DECLARE ACA_CASE_PARM TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             MEASURE_MONTHS         DECIMAL(2, 0) NOT NULL,
             MEASURE_END_MMDD       CHAR(4) NOT NULL,
             ADMIN_DAYS             DECIMAL(3, 0) NOT NULL,
             STABILITY_MONTHS       DECIMAL(2, 0) NOT NULL,
             FT_MONTHLY_HOURS       DECIMAL(5, 2) NOT NULL,
             ALE_IND                CHAR(1) NOT NULL WITH DEFAULT,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACA_CASE_PARM                      *
      ******************************************************************
       01  ACA-CASE-PARM-REC.
      *                       CASE_NUM
           10 ACP-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 ACP-CASE-IDNTITY     PIC X(8).
      *                       MEASURE_MONTHS
      *                         3 THROUGH 12
           10 ACP-MEASURE-MONTHS   PIC S9(2)V USAGE COMP-3.
      *                       MEASURE_END_MMDD
      *                         THE LAST DAY OF THE STANDARD PERIOD
           10 ACP-MEASURE-END-MMDD PIC X(4).
      *                       ADMIN_DAYS
      *                         0 THROUGH 90
           10 ACP-ADMIN-DAYS       PIC S9(3)V USAGE COMP-3.
      *                       STABILITY_MONTHS
      *                         NEVER SHORTER THAN THE MEASUREMENT
      *                         PERIOD OR SIX MONTHS
           10 ACP-STABILITY-MONTHS PIC S9(2)V USAGE COMP-3.
      *                       FT_MONTHLY_HOURS
      *                         ZERO = 130
           10 ACP-FT-MONTHLY-HOURS PIC S9(3)V99 USAGE COMP-3.
      *                       ALE_IND
      *                         Y = APPLICABLE LARGE EMPLOYER - FILES
      *                             1094-C/1095-C
      *                         N = NOT AN ALE
           10 ACP-ALE-IND          PIC X(1).
      *                       CHANGE_LOGON
           10 ACP-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 ACP-CHANGE-TS        PIC X(26).
