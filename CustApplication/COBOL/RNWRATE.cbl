       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RNWRATE.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: RNWRATE                                        *
      *  PROGRAM TEXT:  EXPERIENCE-RATED RENEWAL CALCULATION.  THE      *
      *                 RENEWAL RATE ACTION WAS FIGURED ON A            *
      *                 SPREADSHEET FROM THE EXPOSURE, CLAIMANT, TREND  *
      *                 AND EXPERIENCE-ADJUSTMENT FIELDS ON             *
      *                 CASE_MASTER.  FUNCTION 'B' RATES EVERY ACTIVE   *
      *                 OR GRACE CASE WHOSE ANNIVERSARY FALLS IN THE    *
      *                 LEAD WINDOW (120 DAYS - AHEAD OF RENWPKT):      *
      *                 THE LAST TWELVE CASE_EXPERIENCE MONTHS (OR THE  *
      *                 ITD FIGURES WHEN THERE ARE NO SNAPSHOTS) GIVE   *
      *                 THE LOSS RATIO, TRENDED BY TREND_FACTOR AND     *
      *                 ADJUSTED BY THE LIFE/WI/MED/DENT_EXP_ADJ        *
      *                 FACTORS WEIGHTED BY EACH LINE'S PREMIUM, AND    *
      *                 MEASURED AGAINST THE CARRIER'S TARGET LOSS      *
      *                 RATIO.  RATECALC PRICES EVERY IN-FORCE          *
      *                 COVERAGE AT THE RENEWAL DATE FOR THE MANUAL     *
      *                 PREMIUM.  THE CREDIBILITY TABLE ON              *
      *                 PROGRAM_RULES, KEYED BY TWO-YEAR EXPOSURE,      *
      *                 BLENDS THE TWO INTO THE PROPOSED RATE CHANGE.   *
      *                 THE FULL WORKSHEET IS KEPT ON RENEWAL_RATING    *
      *                 AND PRINTED TO THE RNWR TDQ, AND THE RENEWAL    *
      *                 DESK GETS A DIARY.  'A' ACCEPTS THE PROPOSAL,   *
      *                 'J' SUBSTITUTES THE UNDERWRITER'S FIGURE WITH   *
      *                 A REASON; EITHER SETS RATE_INCREASE TO THE      *
      *                 RENEWAL DATE FOR RENWPKT.  'W' REPRINTS ONE     *
      *                 WORKSHEET.                                      *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-DEFAULT-LEAD-DAYS        PIC 9(3)  VALUE 120.
       77  WS-DEFAULT-TARGET-LR        PIC S9V9999 COMP-3 VALUE .8000.
       77  WS-FULL-YEAR-MONTHS         PIC S9(3) COMP-3 VALUE 12.

       01  WS-CASE-EOF-SW               PIC X     VALUE 'N'.
           88  CASE-CURSOR-EOF          VALUE 'Y'.
       01  WS-COV-EOF-SW                PIC X     VALUE 'N'.
           88  COVERAGE-CURSOR-EOF      VALUE 'Y'.

       01  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
       01  WS-WINDOW-END-DATE           PIC X(10) VALUE SPACES.
       01  WS-TODAY-YEAR                PIC 9(4)  VALUE ZERO.
       01  WS-EXPER-FROM-MONTH          PIC X(6)  VALUE SPACES.
       01  WS-ANNIV-DATE                PIC X(10) VALUE SPACES.
       01  WS-ANNIV-WORK REDEFINES WS-ANNIV-DATE.
           05  WS-ANNIV-YEAR            PIC 9(4).
           05  FILLER                   PIC X(1).
           05  WS-ANNIV-MM              PIC X(2).
           05  FILLER                   PIC X(1).
           05  WS-ANNIV-DD              PIC X(2).
       01  WS-DIARY-DUE-DATE            PIC X(10) VALUE SPACES.

       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-CARRIER-CODE              PIC X(2)  VALUE SPACES.
       01  WS-ANNIVERSARY-MMDD          PIC X(4)  VALUE SPACES.
       01  WS-RATE-AREA                 PIC X(2)  VALUE SPACES.
       01  WS-CASE-TIER                 PIC S9V COMP-3 VALUE ZERO.
       01  WS-EXPOSURE-LAST-YR          PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-EXPOSURE-2YRS-AGO         PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-CLAIMANTS-LAST-YR         PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CLAIMANTS-2YRS-AGO        PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-LIFE-EXP-ADJ              PIC S9V9999 COMP-3 VALUE ZERO.
       01  WS-WI-EXP-ADJ                PIC S9V9999 COMP-3 VALUE ZERO.
       01  WS-MED-EXP-ADJ               PIC S9V9999 COMP-3 VALUE ZERO.
       01  WS-DENT-EXP-ADJ              PIC S9V9999 COMP-3 VALUE ZERO.
       01  WS-EXISTING-COUNT            PIC S9(5) COMP-3 VALUE ZERO.

       01  WS-COV-TYPE                  PIC X(8)  VALUE SPACES.
       01  WS-COV-PLAN-CODE             PIC X(2)  VALUE SPACES.
       01  WS-COV-PREMIUM               PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-MEMBER-AGE                PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-LINE-PREMIUM              PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-MANUAL-LIFE               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MANUAL-WI                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MANUAL-MED                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MANUAL-DENT               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-UNPRICED-COUNT            PIC S9(5) COMP-3 VALUE ZERO.

       01  WS-EXPER-LR                  PIC S9(3)V9999 COMP-3
                                                  VALUE ZERO.
       01  WS-PROJECTED-LR              PIC S9(3)V9999 COMP-3
                                                  VALUE ZERO.
       01  WS-CHANGE-WORK               PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-MAX-CHANGE-PCT            PIC S9(3)V99 COMP-3
                                                  VALUE 999.99.
       01  WS-MIN-CHANGE-PCT            PIC S9(3)V99 COMP-3
                                                  VALUE -100.00.

       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.
       01  WS-RULE-VALUE                PIC X(15) VALUE SPACES.
       01  WS-FACTOR-DIGITS             PIC 9V9999 VALUE ZERO.
       01  WS-EXPOSURE-KEY              PIC 9(7)  VALUE ZERO.

       01  WS-WORKSHEET-LINE            PIC X(100) VALUE SPACES.
       01  WS-EDIT-AMT                  PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-AMT-2                PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-ITD                  PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
       01  WS-EDIT-ITD-2                PIC ZZZ,ZZZ,ZZ9- VALUE ZERO.
       01  WS-EDIT-EXPOSURE             PIC ZZ,ZZ9.99 VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-MONTHS               PIC ZZ9 VALUE ZERO.
       01  WS-EDIT-FACTOR               PIC 9.9999 VALUE ZERO.
       01  WS-EDIT-FACTOR-2             PIC 9.9999 VALUE ZERO.
       01  WS-EDIT-FACTOR-3             PIC 9.9999 VALUE ZERO.
       01  WS-EDIT-PCT                  PIC ZZ9.99- VALUE ZERO.
       01  WS-EDIT-PCT-2                PIC ZZ9.99- VALUE ZERO.
       01  WS-EDIT-PCT-3                PIC ZZ9.99- VALUE ZERO.

       01  RATECALC-COMM-AREA.
           COPY RATECLCC.

       01  DIARY-COMM-AREA.
           COPY DIARYMNC.

           COPY CASEMAST.
           COPY COVERAGE.
           COPY EMPLOYEE.
           COPY CASEXP.
           COPY PROGRULE.
           COPY RNWWKSHT.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE RNRCASCUR CURSOR WITH HOLD FOR
               SELECT CASENAME#IDNTITY,
                      CASE_NUM,
                      CARRIER_CODE,
                      ANNIVERSARY_DATE,
                      RATE_AREA,
                      TIER_NUM,
                      PREM_COLLECTED_ITD,
                      CLAIMS_PAID_ITD,
                      EXPOSURE_LAST_YR,
                      EXPOSURE_2YRS_AGO,
                      CLAIMANTS_LAST_YR,
                      CLAIMANTS_2YRS_AGO,
                      TREND_FACTOR,
                      LIFE_EXP_ADJ,
                      WI_EXP_ADJ,
                      MED_EXP_ADJ,
                      DENT_EXP_ADJ
                 FROM CASE_MASTER
                WHERE ACTIVE_CODE IN ('CM', ' P')
                ORDER BY CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY COVERAGE IN FORCE ON THE CASE TODAY, WITH THE         *
      *    MEMBER'S AGE AT THE RENEWAL DATE FOR THE MANUAL PRICE.      *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE RNRCOVCUR CURSOR FOR
               SELECT V.TYPE,
                      V.PLAN_CODE,
                      V.PREMIUM,
                      (DAYS(DATE(:RRW-RENEWAL-DATE))
                       - DAYS(E.DATE_OF_BIRTH)) / 365
                 FROM COVERAGE V, EMPLOYEE E
                WHERE V.CASENAME#CIM       = :WS-CASE-IDNTITY
                  AND E.CASENAME#IDNTITY   = V.CASENAME#CIM
                  AND E.EMP_NUM            = V.EMPLOYEE#EMP_NUM
                  AND E.ACTIVE_IND         = 'Y'
                  AND V.EFF_DATE          <= CURRENT DATE
                  AND (V.TERM_DATE IS NULL
                    OR V.TERM_DATE > CURRENT DATE)
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'RNWRATE --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY RNWRATEC.
           TITLE 'RNWRATE --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO RR-RETURN-CODE.
           MOVE ZERO TO RR-CASES-SCANNED RR-CASES-RATED.

           EVALUATE RR-FUNCTION-CODE
               WHEN 'B'
                   PERFORM P100000-RATE-THE-WINDOW THRU P100000-EXIT
               WHEN 'A'
               WHEN 'J'
                   PERFORM P600000-RECORD-DECISION THRU P600000-EXIT
               WHEN 'W'
                   PERFORM P700000-REPRINT-WORKSHEET THRU P700000-EXIT
               WHEN OTHER
                   MOVE '01' TO RR-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> RATE EVERY CASE IN THE LEAD WINDOW'.
       P100000-RATE-THE-WINDOW SECTION.

           MOVE SPACES    TO RUNLOG-COMM-AREA.
           MOVE 'S'       TO RL-FUNCTION-CODE.
           MOVE 'RNWRATE' TO RL-PROGRAM-NAME.
           MOVE 'Y'       TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO RR-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           IF RR-LEAD-DAYS = ZERO
               MOVE WS-DEFAULT-LEAD-DAYS TO RR-LEAD-DAYS.

      *    THE EXPERIENCE PERIOD IS THE TWELVE SNAPSHOT MONTHS
      *    BEFORE THIS ONE.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE + :RR-LEAD-DAYS DAYS, ISO),
                      SUBSTR(CHAR(CURRENT DATE - 12 MONTHS, ISO), 1, 4)
                      CONCAT
                      SUBSTR(CHAR(CURRENT DATE - 12 MONTHS, ISO), 6, 2)
                 INTO :WS-TODAY-DATE,
                      :WS-WINDOW-END-DATE,
                      :WS-EXPER-FROM-MONTH
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RR-RETURN-CODE
               GO TO P100000-LOG-END.

           MOVE WS-TODAY-DATE (1:4) TO WS-TODAY-YEAR.

           EXEC SQL
               OPEN RNRCASCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RR-RETURN-CODE
               GO TO P100000-LOG-END.

           MOVE 'N' TO WS-CASE-EOF-SW.

           PERFORM P200000-WORK-ONE-CASE THRU P200000-EXIT
               UNTIL CASE-CURSOR-EOF.

           EXEC SQL
               CLOSE RNRCASCUR
           END-EXEC.

           IF RR-CASES-RATED = ZERO AND RR-RETURN-CODE = '00'
               MOVE '02' TO RR-RETURN-CODE.

       P100000-LOG-END.

           MOVE 'E'       TO RL-FUNCTION-CODE.
           MOVE 'RNWRATE' TO RL-PROGRAM-NAME.
           MOVE RR-CASES-RATED TO RL-RECORD-COUNT.
           MOVE RR-RETURN-CODE TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P100000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> FETCH AND WINDOW-TEST ONE CASE'.
       P200000-WORK-ONE-CASE SECTION.

           EXEC SQL
               FETCH RNRCASCUR
                 INTO :WS-CASE-IDNTITY,
                      :WS-CASE-NUM,
                      :WS-CARRIER-CODE,
                      :WS-ANNIVERSARY-MMDD,
                      :WS-RATE-AREA,
                      :WS-CASE-TIER,
                      :RRW-PREM-ITD,
                      :RRW-CLAIMS-ITD,
                      :WS-EXPOSURE-LAST-YR,
                      :WS-EXPOSURE-2YRS-AGO,
                      :WS-CLAIMANTS-LAST-YR,
                      :WS-CLAIMANTS-2YRS-AGO,
                      :RRW-TREND-FACTOR,
                      :WS-LIFE-EXP-ADJ,
                      :WS-WI-EXP-ADJ,
                      :WS-MED-EXP-ADJ,
                      :WS-DENT-EXP-ADJ
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RR-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P200000-EXIT.

           ADD 1 TO RR-CASES-SCANNED.

           IF WS-ANNIVERSARY-MMDD NOT NUMERIC
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    THE NEXT ANNIVERSARY, WORKED THE WAY RENWPKT WORKS IT SO    *
      *    THE WORKSHEET AND THE PACKET AGREE ON THE RENEWAL DATE.     *
      *----------------------------------------------------------------*
           MOVE WS-TODAY-YEAR           TO WS-ANNIV-YEAR.
           MOVE '-'                     TO WS-ANNIV-DATE (5:1)
                                           WS-ANNIV-DATE (8:1).
           MOVE WS-ANNIVERSARY-MMDD (1:2) TO WS-ANNIV-MM.
           MOVE WS-ANNIVERSARY-MMDD (3:2) TO WS-ANNIV-DD.

           IF WS-ANNIV-MM = '02' AND WS-ANNIV-DD = '29'
               MOVE '28' TO WS-ANNIV-DD.

           IF WS-ANNIV-DATE < WS-TODAY-DATE
               ADD 1 TO WS-ANNIV-YEAR.

           IF WS-ANNIV-DATE > WS-WINDOW-END-DATE
               GO TO P200000-EXIT.

      *    ONE WORKSHEET PER RENEWAL - A RERUN LEAVES IT ALONE.
           MOVE ZERO TO WS-EXISTING-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-EXISTING-COUNT
                 FROM RENEWAL_RATING
                WHERE CASE_NUM     = :WS-CASE-NUM
                  AND RENEWAL_DATE = DATE(:WS-ANNIV-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RR-RETURN-CODE
               MOVE 'Y'  TO WS-CASE-EOF-SW
               GO TO P200000-EXIT.

           IF WS-EXISTING-COUNT > ZERO
               GO TO P200000-EXIT.

           MOVE WS-CASE-NUM     TO RRW-CASE-NUM.
           MOVE WS-ANNIV-DATE   TO RRW-RENEWAL-DATE.
           MOVE WS-CASE-IDNTITY TO RRW-CASE-IDNTITY.

           PERFORM P300000-CASE-EXPERIENCE THRU P300000-EXIT.

           IF RR-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P200000-EXIT.

           PERFORM P400000-MANUAL-PREMIUM THRU P400000-EXIT.

           IF RR-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P200000-EXIT.

           PERFORM P500000-BLEND-AND-PROPOSE THRU P500000-EXIT.

           IF RR-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P200000-EXIT.

           PERFORM P800000-PRINT-WORKSHEET THRU P800000-EXIT.
           PERFORM P850000-OPEN-RATING-DIARY THRU P850000-EXIT.

           EXEC CICS SYNCPOINT
           END-EXEC.

           ADD 1 TO RR-CASES-RATED.

       P200000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> THE CASES OWN EXPERIENCE'.
       P300000-CASE-EXPERIENCE SECTION.

           MOVE ZERO TO RRW-EXPER-MONTHS RRW-EXPER-PREM
                        RRW-EXPER-CLAIMS.

           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(PREM_COLLECTED), 0),
                      VALUE(SUM(CLAIMS_PAID), 0)
                 INTO :RRW-EXPER-MONTHS,
                      :RRW-EXPER-PREM,
                      :RRW-EXPER-CLAIMS
                 FROM CASE_EXPERIENCE
                WHERE CASE_NUM     = :WS-CASE-NUM
                  AND EXPER_MONTH >= :WS-EXPER-FROM-MONTH
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RR-RETURN-CODE
               GO TO P300000-EXIT.

      *    A CASE WITH NO SNAPSHOTS YET FALLS BACK ON ITS ITD FIGURES.
           IF RRW-EXPER-MONTHS = ZERO
               MOVE RRW-PREM-ITD   TO RRW-EXPER-PREM
               MOVE RRW-CLAIMS-ITD TO RRW-EXPER-CLAIMS.

           COMPUTE RRW-EXPOSURE-YEARS =
               WS-EXPOSURE-LAST-YR + WS-EXPOSURE-2YRS-AGO.
           COMPUTE RRW-CLAIMANTS =
               WS-CLAIMANTS-LAST-YR + WS-CLAIMANTS-2YRS-AGO.

           IF RRW-TREND-FACTOR NOT > ZERO
               MOVE 1 TO RRW-TREND-FACTOR.

      *----------------------------------------------------------------*
      *    CREDIBILITY: THE HIGHEST 'CREDIBILITY' ROW WHOSE EXPOSURE   *
      *    FLOOR (SEVEN-DIGIT LIFE-YEARS IN RULE_ENTITY) THE CASE      *
      *    REACHES; THE FACTOR IS 9V9999 IN RULE_VALUE.  NO ROW        *
      *    MEANS NO CREDIBILITY - THE MANUAL RATE STANDS.              *
      *----------------------------------------------------------------*
           MOVE ZERO TO RRW-CREDIBILITY.
           MOVE RRW-EXPOSURE-YEARS TO WS-EXPOSURE-KEY.
           MOVE SPACES TO WS-RULE-ENTITY.
           MOVE WS-EXPOSURE-KEY TO WS-RULE-ENTITY (1:7).

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :WS-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID   = 'RNWRATE'
                  AND RULE         = 'CREDIBILITY'
                  AND RULE_ENTITY <= :WS-RULE-ENTITY
                  AND CURRENT_IND  = 'Y'
                ORDER BY RULE_ENTITY DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               IF WS-RULE-VALUE (1:5) NUMERIC
                   MOVE WS-RULE-VALUE (1:5) TO WS-FACTOR-DIGITS
                   MOVE WS-FACTOR-DIGITS TO RRW-CREDIBILITY.

           IF RRW-CREDIBILITY > 1
               MOVE 1 TO RRW-CREDIBILITY.

      *    LESS THAN A YEAR OF SNAPSHOTS EARNS A PRO RATA SHARE.
           IF RRW-EXPER-MONTHS > ZERO
               AND RRW-EXPER-MONTHS < WS-FULL-YEAR-MONTHS
               COMPUTE RRW-CREDIBILITY ROUNDED =
                   RRW-CREDIBILITY * RRW-EXPER-MONTHS
                   / WS-FULL-YEAR-MONTHS.

           IF RRW-EXPER-PREM NOT > ZERO
               MOVE ZERO TO RRW-CREDIBILITY.

      *----------------------------------------------------------------*
      *    TARGET LOSS RATIO BY CARRIER, ELSE THE 'DEFAULT' ROW.       *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-TARGET-LR TO RRW-TARGET-LR.
           MOVE SPACES TO WS-RULE-VALUE.
           MOVE WS-CARRIER-CODE TO WS-RULE-ENTITY.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :WS-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'RNWRATE'
                  AND RULE        = 'TARGET-LR'
                  AND RULE_ENTITY = :WS-RULE-ENTITY
                  AND CURRENT_IND = 'Y'
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'DEFAULT' TO WS-RULE-ENTITY
               EXEC SQL
                   SELECT RULE_VALUE
                     INTO :WS-RULE-VALUE
                     FROM PROGRAM_RULES
                    WHERE PROGRAM_ID  = 'RNWRATE'
                      AND RULE        = 'TARGET-LR'
                      AND RULE_ENTITY = :WS-RULE-ENTITY
                      AND CURRENT_IND = 'Y'
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               IF WS-RULE-VALUE (1:5) NUMERIC
                   MOVE WS-RULE-VALUE (1:5) TO WS-FACTOR-DIGITS
                   IF WS-FACTOR-DIGITS > ZERO
                       MOVE WS-FACTOR-DIGITS TO RRW-TARGET-LR.

       P300000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> MANUAL PREMIUM FROM RATECALC'.
       P400000-MANUAL-PREMIUM SECTION.

           MOVE ZERO TO RRW-CURRENT-PREM RRW-MANUAL-PREM
                        WS-MANUAL-LIFE WS-MANUAL-WI
                        WS-MANUAL-MED WS-MANUAL-DENT
                        WS-UNPRICED-COUNT.

           EXEC SQL
               OPEN RNRCOVCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RR-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N' TO WS-COV-EOF-SW.

           PERFORM P450000-PRICE-ONE-COVERAGE THRU P450000-EXIT
               UNTIL COVERAGE-CURSOR-EOF.

           EXEC SQL
               CLOSE RNRCOVCUR
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE EXPERIENCE ADJUSTMENT IS EACH LINE'S FACTOR WEIGHTED    *
      *    BY THAT LINE'S MANUAL PREMIUM; A ZERO FACTOR IS NEUTRAL.    *
      *----------------------------------------------------------------*
           IF WS-LIFE-EXP-ADJ NOT > ZERO
               MOVE 1 TO WS-LIFE-EXP-ADJ.
           IF WS-WI-EXP-ADJ NOT > ZERO
               MOVE 1 TO WS-WI-EXP-ADJ.
           IF WS-MED-EXP-ADJ NOT > ZERO
               MOVE 1 TO WS-MED-EXP-ADJ.
           IF WS-DENT-EXP-ADJ NOT > ZERO
               MOVE 1 TO WS-DENT-EXP-ADJ.

           IF RRW-MANUAL-PREM > ZERO
               COMPUTE RRW-EXP-ADJ-FACTOR ROUNDED =
                   (WS-MANUAL-LIFE * WS-LIFE-EXP-ADJ
                  + WS-MANUAL-WI   * WS-WI-EXP-ADJ
                  + WS-MANUAL-MED  * WS-MED-EXP-ADJ
                  + WS-MANUAL-DENT * WS-DENT-EXP-ADJ)
                  / RRW-MANUAL-PREM
           ELSE
               MOVE WS-MED-EXP-ADJ TO RRW-EXP-ADJ-FACTOR.

       P400000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> PRICE ONE COVERAGE AT RENEWAL'.
       P450000-PRICE-ONE-COVERAGE SECTION.

           EXEC SQL
               FETCH RNRCOVCUR
                 INTO :WS-COV-TYPE,
                      :WS-COV-PLAN-CODE,
                      :WS-COV-PREMIUM,
                      :WS-MEMBER-AGE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RR-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-COV-EOF-SW
               GO TO P450000-EXIT.

           ADD WS-COV-PREMIUM TO RRW-CURRENT-PREM.

           MOVE SPACES           TO RATECALC-COMM-AREA.
           MOVE 'R'              TO RC-FUNCTION-CODE.
           MOVE WS-COV-PLAN-CODE TO RC-PLAN-CODE.
           MOVE WS-RATE-AREA     TO RC-RATE-AREA.
           MOVE WS-CASE-TIER     TO RC-TIER-NUM.
           MOVE WS-MEMBER-AGE    TO RC-MEMBER-AGE.
           MOVE RRW-RENEWAL-DATE TO RC-AS-OF-DATE.
           MOVE ZERO             TO RC-EMP-NUM RC-MONTHLY-PREMIUM.

           EXEC CICS LINK
                     PROGRAM  ('RATECALC')
                     COMMAREA (RATECALC-COMM-AREA)
                     LENGTH   (LENGTH OF RATECALC-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    A RISK THE TABLES DO NOT PRICE CARRIES ITS CURRENT
      *    PREMIUM INTO THE MANUAL TOTAL RATHER THAN ZERO.
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND RC-RETURN-CODE = '00'
               MOVE RC-MONTHLY-PREMIUM TO WS-LINE-PREMIUM
           ELSE
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE WS-COV-PREMIUM TO WS-LINE-PREMIUM.

           ADD WS-LINE-PREMIUM TO RRW-MANUAL-PREM.

           EVALUATE TRUE
               WHEN WS-COV-TYPE (1:4) = 'LIFE'
                   ADD WS-LINE-PREMIUM TO WS-MANUAL-LIFE
               WHEN WS-COV-TYPE (1:3) = 'STD'
               WHEN WS-COV-TYPE (1:3) = 'LTD'
               WHEN WS-COV-TYPE (1:2) = 'WI'
                   ADD WS-LINE-PREMIUM TO WS-MANUAL-WI
               WHEN WS-COV-TYPE (1:4) = 'DENT'
                   ADD WS-LINE-PREMIUM TO WS-MANUAL-DENT
               WHEN OTHER
                   ADD WS-LINE-PREMIUM TO WS-MANUAL-MED
           END-EVALUATE.

       P450000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> BLEND EXPERIENCE AND MANUAL'.
       P500000-BLEND-AND-PROPOSE SECTION.

      *----------------------------------------------------------------*
      *    EXPERIENCE INDICATION: THE LOSS RATIO TRENDED AND ADJUSTED, *
      *    OVER THE TARGET.  MANUAL INDICATION: THE RATECALC PREMIUM   *
      *    OVER WHAT THE CASE PAYS NOW.  THE PROPOSAL IS Z TIMES THE   *
      *    ONE PLUS (1 - Z) TIMES THE OTHER.                           *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-EXPER-LR WS-PROJECTED-LR
                        RRW-EXPER-CHANGE-PCT RRW-MANUAL-CHANGE-PCT.

           IF RRW-EXPER-PREM > ZERO
               COMPUTE WS-EXPER-LR ROUNDED =
                   RRW-EXPER-CLAIMS / RRW-EXPER-PREM
               COMPUTE WS-PROJECTED-LR ROUNDED =
                   WS-EXPER-LR * RRW-TREND-FACTOR * RRW-EXP-ADJ-FACTOR
               COMPUTE WS-CHANGE-WORK ROUNDED =
                   (WS-PROJECTED-LR / RRW-TARGET-LR - 1) * 100
               PERFORM P550000-LIMIT-THE-CHANGE THRU P550000-EXIT
               MOVE WS-CHANGE-WORK TO RRW-EXPER-CHANGE-PCT
           END-IF.

           IF RRW-CURRENT-PREM > ZERO
               COMPUTE WS-CHANGE-WORK ROUNDED =
                   (RRW-MANUAL-PREM / RRW-CURRENT-PREM - 1) * 100
               PERFORM P550000-LIMIT-THE-CHANGE THRU P550000-EXIT
               MOVE WS-CHANGE-WORK TO RRW-MANUAL-CHANGE-PCT
           END-IF.

           COMPUTE RRW-PROPOSED-PCT ROUNDED =
               RRW-CREDIBILITY * RRW-EXPER-CHANGE-PCT
             + (1 - RRW-CREDIBILITY) * RRW-MANUAL-CHANGE-PCT.

           MOVE ZERO   TO RRW-FINAL-PCT.
           MOVE 'P'    TO RRW-RATING-STATUS.
           MOVE SPACES TO RRW-UW-LOGON RRW-ADJUST-REASON.

           EXEC SQL
               INSERT INTO RENEWAL_RATING
                      ( CASE_NUM,
                        RENEWAL_DATE,
                        CASENAME#IDNTITY,
                        EXPER_MONTHS,
                        EXPER_PREM,
                        EXPER_CLAIMS,
                        PREM_ITD,
                        CLAIMS_ITD,
                        EXPOSURE_YEARS,
                        CLAIMANTS,
                        CREDIBILITY,
                        TREND_FACTOR,
                        EXP_ADJ_FACTOR,
                        TARGET_LOSS_RATIO,
                        CURRENT_PREM,
                        MANUAL_PREM,
                        EXPER_CHANGE_PCT,
                        MANUAL_CHANGE_PCT,
                        PROPOSED_PCT,
                        FINAL_PCT,
                        RATING_STATUS,
                        UW_LOGON,
                        ADJUST_REASON,
                        CALC_TIMESTAMP,
                        DECISION_TIMESTAMP )
               VALUES ( :RRW-CASE-NUM,
                        DATE(:RRW-RENEWAL-DATE),
                        :RRW-CASE-IDNTITY,
                        :RRW-EXPER-MONTHS,
                        :RRW-EXPER-PREM,
                        :RRW-EXPER-CLAIMS,
                        :RRW-PREM-ITD,
                        :RRW-CLAIMS-ITD,
                        :RRW-EXPOSURE-YEARS,
                        :RRW-CLAIMANTS,
                        :RRW-CREDIBILITY,
                        :RRW-TREND-FACTOR,
                        :RRW-EXP-ADJ-FACTOR,
                        :RRW-TARGET-LR,
                        :RRW-CURRENT-PREM,
                        :RRW-MANUAL-PREM,
                        :RRW-EXPER-CHANGE-PCT,
                        :RRW-MANUAL-CHANGE-PCT,
                        :RRW-PROPOSED-PCT,
                        :RRW-FINAL-PCT,
                        :RRW-RATING-STATUS,
                        :RRW-UW-LOGON,
                        :RRW-ADJUST-REASON,
                        CURRENT TIMESTAMP,
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RR-RETURN-CODE.

       P500000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> HOLD ONE INDICATION TO ITS FIELD'.
       P550000-LIMIT-THE-CHANGE SECTION.

           IF WS-CHANGE-WORK > WS-MAX-CHANGE-PCT
               MOVE WS-MAX-CHANGE-PCT TO WS-CHANGE-WORK.

           IF WS-CHANGE-WORK < WS-MIN-CHANGE-PCT
               MOVE WS-MIN-CHANGE-PCT TO WS-CHANGE-WORK.

       P550000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> UNDERWRITER ACCEPTS OR ADJUSTS'.
       P600000-RECORD-DECISION SECTION.

           IF RR-CASE-NUM = SPACES
               OR RR-RENEWAL-DATE = SPACES
               OR RR-OPERATOR-LOGON = SPACES
               MOVE '04' TO RR-RETURN-CODE
               GO TO P600000-EXIT.

           IF RR-FUNCTION-CODE = 'J'
               AND RR-ADJUST-REASON = SPACES
               MOVE '04' TO RR-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               SELECT RATING_STATUS,
                      PROPOSED_PCT
                 INTO :RRW-RATING-STATUS,
                      :RRW-PROPOSED-PCT
                 FROM RENEWAL_RATING
                WHERE CASE_NUM     = :RR-CASE-NUM
                  AND RENEWAL_DATE = DATE(:RR-RENEWAL-DATE)
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO RR-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RR-RETURN-CODE
               GO TO P600000-EXIT.

           IF RRW-RATING-STATUS NOT = 'P'
               MOVE '03' TO RR-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE RRW-PROPOSED-PCT TO RR-PROPOSED-PCT.

           IF RR-FUNCTION-CODE = 'A'
               MOVE RRW-PROPOSED-PCT TO RR-FINAL-PCT
               MOVE SPACES           TO RR-ADJUST-REASON.

           EXEC SQL
               UPDATE RENEWAL_RATING
                  SET RATING_STATUS      = :RR-FUNCTION-CODE,
                      FINAL_PCT          = :RR-FINAL-PCT,
                      UW_LOGON           = :RR-OPERATOR-LOGON,
                      ADJUST_REASON      = :RR-ADJUST-REASON,
                      DECISION_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM      = :RR-CASE-NUM
                  AND RENEWAL_DATE  = DATE(:RR-RENEWAL-DATE)
                  AND RATING_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RR-RETURN-CODE
               GO TO P600000-EXIT.

      *    RATE_INCREASE CARRIES THE DATE THE NEW RATES TAKE HOLD.
           EXEC SQL
               UPDATE CASE_MASTER
                  SET RATE_INCREASE = DATE(:RR-RENEWAL-DATE)
                WHERE CASE_NUM = :RR-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RR-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

       P600000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> REPRINT ONE WORKSHEET'.
       P700000-REPRINT-WORKSHEET SECTION.

           EXEC SQL
               SELECT CASE_NUM,
                      CHAR(RENEWAL_DATE, ISO),
                      CASENAME#IDNTITY,
                      EXPER_MONTHS,
                      EXPER_PREM,
                      EXPER_CLAIMS,
                      PREM_ITD,
                      CLAIMS_ITD,
                      EXPOSURE_YEARS,
                      CLAIMANTS,
                      CREDIBILITY,
                      TREND_FACTOR,
                      EXP_ADJ_FACTOR,
                      TARGET_LOSS_RATIO,
                      CURRENT_PREM,
                      MANUAL_PREM,
                      EXPER_CHANGE_PCT,
                      MANUAL_CHANGE_PCT,
                      PROPOSED_PCT,
                      FINAL_PCT,
                      RATING_STATUS,
                      UW_LOGON,
                      ADJUST_REASON
                 INTO :RRW-CASE-NUM,
                      :RRW-RENEWAL-DATE,
                      :RRW-CASE-IDNTITY,
                      :RRW-EXPER-MONTHS,
                      :RRW-EXPER-PREM,
                      :RRW-EXPER-CLAIMS,
                      :RRW-PREM-ITD,
                      :RRW-CLAIMS-ITD,
                      :RRW-EXPOSURE-YEARS,
                      :RRW-CLAIMANTS,
                      :RRW-CREDIBILITY,
                      :RRW-TREND-FACTOR,
                      :RRW-EXP-ADJ-FACTOR,
                      :RRW-TARGET-LR,
                      :RRW-CURRENT-PREM,
                      :RRW-MANUAL-PREM,
                      :RRW-EXPER-CHANGE-PCT,
                      :RRW-MANUAL-CHANGE-PCT,
                      :RRW-PROPOSED-PCT,
                      :RRW-FINAL-PCT,
                      :RRW-RATING-STATUS,
                      :RRW-UW-LOGON,
                      :RRW-ADJUST-REASON
                 FROM RENEWAL_RATING
                WHERE CASE_NUM     = :RR-CASE-NUM
                  AND RENEWAL_DATE = DATE(:RR-RENEWAL-DATE)
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO RR-RETURN-CODE
               GO TO P700000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RR-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE ZERO TO WS-UNPRICED-COUNT.
           MOVE RRW-PROPOSED-PCT TO RR-PROPOSED-PCT.

           PERFORM P800000-PRINT-WORKSHEET THRU P800000-EXIT.

       P700000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> PRINT THE CALCULATION WORKSHEET'.
       P800000-PRINT-WORKSHEET SECTION.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING 'RENEWAL RATING WORKSHEET CASE ' DELIMITED BY SIZE
                  RRW-CASE-NUM                     DELIMITED BY SIZE
                  ' RENEWAL '                      DELIMITED BY SIZE
                  RRW-RENEWAL-DATE                 DELIMITED BY SIZE
                  ' STATUS '                       DELIMITED BY SIZE
                  RRW-RATING-STATUS                DELIMITED BY SIZE
               INTO WS-WORKSHEET-LINE
           END-STRING.
           PERFORM P900000-WRITE-WORKSHEET-LINE THRU P900000-EXIT.

           MOVE RRW-EXPER-MONTHS TO WS-EDIT-MONTHS.
           MOVE RRW-EXPER-PREM   TO WS-EDIT-AMT.
           MOVE RRW-EXPER-CLAIMS TO WS-EDIT-AMT-2.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  EXPERIENCE MONTHS ' DELIMITED BY SIZE
                  WS-EDIT-MONTHS         DELIMITED BY SIZE
                  '  PREMIUM '           DELIMITED BY SIZE
                  WS-EDIT-AMT            DELIMITED BY SIZE
                  '  CLAIMS '            DELIMITED BY SIZE
                  WS-EDIT-AMT-2          DELIMITED BY SIZE
               INTO WS-WORKSHEET-LINE
           END-STRING.
           PERFORM P900000-WRITE-WORKSHEET-LINE THRU P900000-EXIT.

           MOVE RRW-PREM-ITD   TO WS-EDIT-ITD.
           MOVE RRW-CLAIMS-ITD TO WS-EDIT-ITD-2.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  ITD COLLECTED '     DELIMITED BY SIZE
                  WS-EDIT-ITD            DELIMITED BY SIZE
                  '  ITD CLAIMS '        DELIMITED BY SIZE
                  WS-EDIT-ITD-2          DELIMITED BY SIZE
               INTO WS-WORKSHEET-LINE
           END-STRING.
           PERFORM P900000-WRITE-WORKSHEET-LINE THRU P900000-EXIT.

           MOVE RRW-EXPOSURE-YEARS TO WS-EDIT-EXPOSURE.
           MOVE RRW-CLAIMANTS      TO WS-EDIT-COUNT.
           MOVE RRW-CREDIBILITY    TO WS-EDIT-FACTOR.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  TWO-YEAR EXPOSURE ' DELIMITED BY SIZE
                  WS-EDIT-EXPOSURE       DELIMITED BY SIZE
                  '  CLAIMANTS '         DELIMITED BY SIZE
                  WS-EDIT-COUNT          DELIMITED BY SIZE
                  '  CREDIBILITY '       DELIMITED BY SIZE
                  WS-EDIT-FACTOR         DELIMITED BY SIZE
               INTO WS-WORKSHEET-LINE
           END-STRING.
           PERFORM P900000-WRITE-WORKSHEET-LINE THRU P900000-EXIT.

           MOVE RRW-TREND-FACTOR   TO WS-EDIT-FACTOR.
           MOVE RRW-EXP-ADJ-FACTOR TO WS-EDIT-FACTOR-2.
           MOVE RRW-TARGET-LR      TO WS-EDIT-FACTOR-3.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  TREND '             DELIMITED BY SIZE
                  WS-EDIT-FACTOR         DELIMITED BY SIZE
                  '  EXPERIENCE ADJ '    DELIMITED BY SIZE
                  WS-EDIT-FACTOR-2       DELIMITED BY SIZE
                  '  TARGET LOSS RATIO ' DELIMITED BY SIZE
                  WS-EDIT-FACTOR-3       DELIMITED BY SIZE
               INTO WS-WORKSHEET-LINE
           END-STRING.
           PERFORM P900000-WRITE-WORKSHEET-LINE THRU P900000-EXIT.

           MOVE RRW-CURRENT-PREM TO WS-EDIT-AMT.
           MOVE RRW-MANUAL-PREM  TO WS-EDIT-AMT-2.
           MOVE WS-UNPRICED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  CURRENT MONTHLY '   DELIMITED BY SIZE
                  WS-EDIT-AMT            DELIMITED BY SIZE
                  '  MANUAL MONTHLY '    DELIMITED BY SIZE
                  WS-EDIT-AMT-2          DELIMITED BY SIZE
                  '  UNPRICED '          DELIMITED BY SIZE
                  WS-EDIT-COUNT          DELIMITED BY SIZE
               INTO WS-WORKSHEET-LINE
           END-STRING.
           PERFORM P900000-WRITE-WORKSHEET-LINE THRU P900000-EXIT.

           MOVE RRW-EXPER-CHANGE-PCT  TO WS-EDIT-PCT.
           MOVE RRW-MANUAL-CHANGE-PCT TO WS-EDIT-PCT-2.
           MOVE RRW-PROPOSED-PCT      TO WS-EDIT-PCT-3.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  EXPERIENCE CHANGE ' DELIMITED BY SIZE
                  WS-EDIT-PCT            DELIMITED BY SIZE
                  '  MANUAL CHANGE '     DELIMITED BY SIZE
                  WS-EDIT-PCT-2          DELIMITED BY SIZE
                  '  PROPOSED '          DELIMITED BY SIZE
                  WS-EDIT-PCT-3          DELIMITED BY SIZE
                  ' PCT'                 DELIMITED BY SIZE
               INTO WS-WORKSHEET-LINE
           END-STRING.
           PERFORM P900000-WRITE-WORKSHEET-LINE THRU P900000-EXIT.

           IF RRW-RATING-STATUS = 'P'
               GO TO P800000-EXIT.

           MOVE RRW-FINAL-PCT TO WS-EDIT-PCT.
           MOVE SPACES TO WS-WORKSHEET-LINE.
           STRING '  FINAL '             DELIMITED BY SIZE
                  WS-EDIT-PCT            DELIMITED BY SIZE
                  ' PCT BY '             DELIMITED BY SIZE
                  RRW-UW-LOGON           DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  RRW-ADJUST-REASON      DELIMITED BY SIZE
               INTO WS-WORKSHEET-LINE
           END-STRING.
           PERFORM P900000-WRITE-WORKSHEET-LINE THRU P900000-EXIT.

       P800000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> OPEN THE RATING DIARY'.
       P850000-OPEN-RATING-DIARY SECTION.

      *    DUE NINETY DAYS AHEAD OF RENEWAL, WHEN RENWPKT PICKS THE
      *    CASE UP - OR TODAY IF THAT HAS ALREADY PASSED.
           EXEC SQL
               SELECT CHAR(MAX(DATE(:RRW-RENEWAL-DATE) - 90 DAYS,
                               CURRENT DATE), ISO)
                 INTO :WS-DIARY-DUE-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE WS-TODAY-DATE TO WS-DIARY-DUE-DATE.

           MOVE SPACES            TO DIARY-COMM-AREA.
           MOVE 'A'               TO DY-FUNCTION-CODE.
           MOVE 'RENEWDSK'        TO DY-OWNER-LOGON.
           MOVE RRW-CASE-NUM      TO DY-CASE-NUM.
           MOVE RRW-CASE-IDNTITY  TO DY-IDNTITY.
           MOVE WS-DIARY-DUE-DATE TO DY-DUE-DATE.
           MOVE 'RTE'             TO DY-REASON-CODE.
           MOVE 'RENEWAL RATING READY - ACCEPT OR ADJUST'
                                  TO DY-DIARY-TEXT.
           MOVE 'RNWRATE '        TO DY-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P850000-EXIT.
           EXIT.
           TITLE 'RNWRATE --> WRITE ONE LINE TO THE RNWR TDQ'.
       P900000-WRITE-WORKSHEET-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('RNWR')
                     FROM    (WS-WORKSHEET-LINE)
                     LENGTH  (LENGTH OF WS-WORKSHEET-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
