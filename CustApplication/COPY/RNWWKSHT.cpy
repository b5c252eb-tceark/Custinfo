      ******************************************************************
      * DCLGEN TABLE(RENEWAL_RATING)
      *        LIBRARY(IBMUSER.CICS.COPY(RNWWKSHT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * EXPERIENCE-RATED RENEWAL WORKSHEET.  ONE ROW PER CASE PER      *
      * RENEWAL DATE, WRITTEN BY RNWRATE: THE CASE'S OWN EXPERIENCE    *
      * (CASE_EXPERIENCE SNAPSHOTS AND THE ITD FIGURES), THE MANUAL    *
      * PREMIUM RATECALC PRICES FOR THE CURRENT CENSUS, THE            *
      * CREDIBILITY, TREND AND ADJUSTMENT FACTORS, AND THE BLENDED     *
      * PROPOSED RATE CHANGE.  THE UNDERWRITER ACCEPTS OR ADJUSTS IT   *
      * BEFORE RENWPKT PRINTS THE PACKET.                              *
      ******************************************************************
           EXEC SQL DECLARE RENEWAL_RATING TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             RENEWAL_DATE           DATE NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EXPER_MONTHS           DECIMAL(3, 0) NOT NULL,
             EXPER_PREM             DECIMAL(11, 2) NOT NULL,
             EXPER_CLAIMS           DECIMAL(11, 2) NOT NULL,
             PREM_ITD               DECIMAL(9, 0) NOT NULL,
             CLAIMS_ITD             DECIMAL(9, 0) NOT NULL,
             EXPOSURE_YEARS         DECIMAL(7, 2) NOT NULL,
             CLAIMANTS              DECIMAL(5, 0) NOT NULL,
             CREDIBILITY            DECIMAL(5, 4) NOT NULL,
             TREND_FACTOR           DECIMAL(5, 4) NOT NULL,
             EXP_ADJ_FACTOR         DECIMAL(5, 4) NOT NULL,
             TARGET_LOSS_RATIO      DECIMAL(5, 4) NOT NULL,
             CURRENT_PREM           DECIMAL(11, 2) NOT NULL,
             MANUAL_PREM            DECIMAL(11, 2) NOT NULL,
             EXPER_CHANGE_PCT       DECIMAL(5, 2) NOT NULL,
             MANUAL_CHANGE_PCT      DECIMAL(5, 2) NOT NULL,
             PROPOSED_PCT           DECIMAL(5, 2) NOT NULL,
             FINAL_PCT              DECIMAL(5, 2) NOT NULL,
             RATING_STATUS          CHAR(1) NOT NULL,
             UW_LOGON               CHAR(8) NOT NULL,
             ADJUST_REASON          CHAR(40) NOT NULL,
             CALC_TIMESTAMP         TIMESTAMP NOT NULL,
             DECISION_TIMESTAMP     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RENEWAL_RATING                     *
      ******************************************************************
       01  RENEWAL-RATING-REC.
      *                       CASE_NUM
           10 RRW-CASE-NUM         PIC X(6).
      *                       RENEWAL_DATE
           10 RRW-RENEWAL-DATE     PIC X(10).
      *                       CASENAME#IDNTITY
           10 RRW-CASE-IDNTITY     PIC X(8).
      *                       EXPER_MONTHS
      *                         CASE_EXPERIENCE MONTHS IN THE PERIOD
           10 RRW-EXPER-MONTHS     PIC S9(3)V USAGE COMP-3.
      *                       EXPER_PREM
           10 RRW-EXPER-PREM       PIC S9(9)V99 USAGE COMP-3.
      *                       EXPER_CLAIMS
           10 RRW-EXPER-CLAIMS     PIC S9(9)V99 USAGE COMP-3.
      *                       PREM_ITD
           10 RRW-PREM-ITD         PIC S9(9)V USAGE COMP-3.
      *                       CLAIMS_ITD
           10 RRW-CLAIMS-ITD       PIC S9(9)V USAGE COMP-3.
      *                       EXPOSURE_YEARS
      *                         EXPOSURE_LAST_YR + EXPOSURE_2YRS_AGO
           10 RRW-EXPOSURE-YEARS   PIC S9(5)V99 USAGE COMP-3.
      *                       CLAIMANTS
      *                         CLAIMANTS_LAST_YR + CLAIMANTS_2YRS_AGO
           10 RRW-CLAIMANTS        PIC S9(5)V USAGE COMP-3.
      *                       CREDIBILITY
           10 RRW-CREDIBILITY      PIC S9V9999 USAGE COMP-3.
      *                       TREND_FACTOR
           10 RRW-TREND-FACTOR     PIC S9V9999 USAGE COMP-3.
      *                       EXP_ADJ_FACTOR
      *                         LIFE/WI/MED/DENT_EXP_ADJ WEIGHTED BY
      *                         EACH LINE'S MANUAL PREMIUM
           10 RRW-EXP-ADJ-FACTOR   PIC S9V9999 USAGE COMP-3.
      *                       TARGET_LOSS_RATIO
           10 RRW-TARGET-LR        PIC S9V9999 USAGE COMP-3.
      *                       CURRENT_PREM
           10 RRW-CURRENT-PREM     PIC S9(9)V99 USAGE COMP-3.
      *                       MANUAL_PREM
           10 RRW-MANUAL-PREM      PIC S9(9)V99 USAGE COMP-3.
      *                       EXPER_CHANGE_PCT
           10 RRW-EXPER-CHANGE-PCT PIC S9(3)V99 USAGE COMP-3.
      *                       MANUAL_CHANGE_PCT
           10 RRW-MANUAL-CHANGE-PCT PIC S9(3)V99 USAGE COMP-3.
      *                       PROPOSED_PCT
           10 RRW-PROPOSED-PCT     PIC S9(3)V99 USAGE COMP-3.
      *                       FINAL_PCT
      *                         THE PROPOSED FIGURE ON ACCEPT, THE
      *                         UNDERWRITER'S FIGURE ON ADJUST
           10 RRW-FINAL-PCT        PIC S9(3)V99 USAGE COMP-3.
      *                       RATING_STATUS
      *                         P = PROPOSED - AWAITING UNDERWRITER
      *                         A = ACCEPTED AS CALCULATED
      *                         J = ADJUSTED BY THE UNDERWRITER
           10 RRW-RATING-STATUS    PIC X(1).
      *                       UW_LOGON
           10 RRW-UW-LOGON         PIC X(8).
      *                       ADJUST_REASON
           10 RRW-ADJUST-REASON    PIC X(40).
      *                       CALC_TIMESTAMP
           10 RRW-CALC-TS          PIC X(26).
      *                       DECISION_TIMESTAMP
           10 RRW-DECISION-TS      PIC X(26).
