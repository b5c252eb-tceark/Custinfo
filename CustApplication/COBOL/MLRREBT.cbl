       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MLRREBT.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: MLRREBT                                        *
      *  PROGRAM TEXT:  FEDERAL MEDICAL LOSS RATIO AND REBATE.  LOSSRPT *
      *                 GIVES CASE LOSS RATIOS, BUT THE MLR FILING      *
      *                 WANTS THREE-YEAR RATIOS BY STATE AND MARKET,    *
      *                 AND EVERY SUMMER THEY WERE REBUILT IN A         *
      *                 SPREADSHEET.  PREMIUM AND CLAIMS FOR THE        *
      *                 REPORTING YEAR AND THE TWO BEFORE IT COME FROM  *
      *                 YEAR_END_HISTORY, GROUPED BY THE CASE'S SITUS   *
      *                 STATE (THE CASE IDENTITY, AS MORATORM READS     *
      *                 IT), LOB_CODE AND SMALL OR LARGE GROUP          *
      *                 (OVER20_EMPS_IND).  EACH MARKET IS HELD TO ITS  *
      *                 STANDARD - 80% SMALL, 85% LARGE, OR THE STATE'S *
      *                 OWN FROM PROGRAM_RULES - AND A SHORTFALL OWES   *
      *                 A REBATE OF THE SHORTFALL TIMES THE REPORTING   *
      *                 YEAR'S PREMIUM.  THE REBATE IS ALLOCATED TO THE *
      *                 MARKET'S CASES BY THEIR REPORTING-YEAR PREMIUM: *
      *                 A CASE STILL IN FORCE GETS A PREMIUM CREDIT ON  *
      *                 THE CYCLE FIELDS FOR ITS NEXT BILL, ANY OTHER   *
      *                 A REFUND_REQUEST THAT CHKDISB PAYS ONCE         *
      *                 APPROVED.  EVERY MARKET LANDS ON MLR_RESULT AND *
      *                 EVERY ALLOCATION ON MLR_REBATE_ALLOC, IN ONE    *
      *                 UNIT OF WORK PER MARKET, SO A RERUN RESUMES AT  *
      *                 THE NEXT MARKET.  'P' PREVIEWS WITHOUT POSTING  *
      *                 AND 'L' LISTS A YEAR'S ALLOCATIONS FOR THE      *
      *                 FILING, BOTH TO THE MLRR TDQ.                   *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'P'/'R' RUN FOR A PREDECESSOR THAT HAS NOT    *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-DEFAULT-SMALL-STD        PIC S9(3)V99 COMP-3
                                                   VALUE +80.00.
       77  WS-DEFAULT-LARGE-STD        PIC S9(3)V99 COMP-3
                                                   VALUE +85.00.

       01  WS-MARKET-EOF-SW             PIC X     VALUE 'N'.
           88  MARKET-CURSOR-EOF        VALUE 'Y'.
       01  WS-CASE-EOF-SW               PIC X     VALUE 'N'.
           88  CASE-CURSOR-EOF          VALUE 'Y'.
       01  WS-LIST-EOF-SW               PIC X     VALUE 'N'.
           88  LIST-CURSOR-EOF          VALUE 'Y'.

       01  WS-YEAR-NUM                  PIC 9(4)  VALUE ZERO.
       01  WS-REPORT-YEAR-NUM           PIC S9(4) COMP VALUE ZERO.
       01  WS-FIRST-YEAR-NUM            PIC S9(4) COMP VALUE ZERO.

      *    THE STANDARD - KEYED ON PROGRAM_RULES BY STATE AS FOUR
      *    DIGITS, 8000 = 80.00%
       01  WS-RULE-NAME                 PIC X(15) VALUE SPACES.
       01  WS-RULE-PCT                  PIC 9(2)V99 VALUE ZERO.
       01  WS-RULE-PCT-X REDEFINES WS-RULE-PCT
                                        PIC X(4).
       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.

      *    ONE CASE OF THE MARKET BEING ALLOCATED
       01  WS-ACTIVE-CODE               PIC X(2)  VALUE SPACES.
       01  WS-CUM-PREMIUM               PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-CUM-TARGET                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ALLOCATED-SO-FAR          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CASES-ALLOCATED           PIC S9(5) COMP-3 VALUE ZERO.

      *    A REFUND FOR A CASE NO LONGER IN FORCE
       01  WS-REFUND-ID                 PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-CARRIER-CODE              PIC X(2)  VALUE SPACES.
       01  WS-TERM-DATE                 PIC X(10) VALUE SPACES.
       01  WS-CASH-THRU-DATE            PIC X(10) VALUE SPACES.
       01  WS-LAST-BILL-PREM            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-BILL-FREQUENCY            PIC S9(3) COMP-3 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-PREM                 PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-CLAIMS               PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-MLR                  PIC ZZ9.99 VALUE ZERO.
       01  WS-EDIT-STD                  PIC ZZ9.99 VALUE ZERO.
       01  WS-EDIT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-EDIT-METHOD               PIC X(7)  VALUE SPACES.

           COPY CASEMAST.
           COPY YEHIST.
           COPY PROGRULE.
           COPY REFUNDRQ.
           COPY MLRRSLT.
           COPY MLRALLOC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    A HISTORY ROW BELONGS TO THE YEAR ENDING THE DAY BEFORE ITS *
      *    ROLLOVER DATE.  WITH HOLD SO THE PER-MARKET SYNCPOINT DOES  *
      *    NOT CLOSE THE CURSOR; ON A RUN, A MARKET ALREADY ON         *
      *    MLR_RESULT FOR THE YEAR IS DONE AND IS SKIPPED.             *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE MLRMKTCUR CURSOR WITH HOLD FOR
               SELECT A.STATE,
                      C.LOB_CODE,
                      CASE WHEN C.OVER20_EMPS_IND = 'Y'
                           THEN 'L' ELSE 'S' END,
                      SUM(H.PREM_COLLECTED_YTD),
                      SUM(H.CLAIMS_PAID_YTD),
                      SUM(CASE WHEN YEAR(H.ROLLOVER_DATE - 1 DAY)
                                    = :WS-REPORT-YEAR-NUM
                               THEN H.PREM_COLLECTED_YTD
                               ELSE 0 END)
                 FROM YEAR_END_HISTORY H, CASE_MASTER C, AGNTNAME A
                WHERE C.CASE_NUM = H.CASE_NUM
                  AND A.IDNTITY  = C.CASENAME#IDNTITY
                  AND YEAR(H.ROLLOVER_DATE - 1 DAY)
                      BETWEEN :WS-FIRST-YEAR-NUM
                          AND :WS-REPORT-YEAR-NUM
                  AND (:ML-FUNCTION-CODE = 'P'
                   OR NOT EXISTS
                      (SELECT 1 FROM MLR_RESULT R
                        WHERE R.REPORT_YEAR    = :ML-REPORT-YEAR
                          AND R.STATE          = A.STATE
                          AND R.LOB_CODE       = C.LOB_CODE
                          AND R.MARKET_SEGMENT =
                              CASE WHEN C.OVER20_EMPS_IND = 'Y'
                                   THEN 'L' ELSE 'S' END))
                GROUP BY A.STATE,
                         C.LOB_CODE,
                         CASE WHEN C.OVER20_EMPS_IND = 'Y'
                              THEN 'L' ELSE 'S' END
                ORDER BY 1, 2, 3
           END-EXEC.

           EXEC SQL DECLARE MLRCASECUR CURSOR FOR
               SELECT C.CASE_NUM,
                      C.CASENAME#IDNTITY,
                      C.ACTIVE_CODE,
                      SUM(H.PREM_COLLECTED_YTD)
                 FROM YEAR_END_HISTORY H, CASE_MASTER C, AGNTNAME A
                WHERE C.CASE_NUM = H.CASE_NUM
                  AND A.IDNTITY  = C.CASENAME#IDNTITY
                  AND A.STATE    = :MLR-STATE
                  AND C.LOB_CODE = :MLR-LOB-CODE
                  AND CASE WHEN C.OVER20_EMPS_IND = 'Y'
                           THEN 'L' ELSE 'S' END
                      = :MLR-MARKET-SEGMENT
                  AND YEAR(H.ROLLOVER_DATE - 1 DAY)
                      = :WS-REPORT-YEAR-NUM
                GROUP BY C.CASE_NUM,
                         C.CASENAME#IDNTITY,
                         C.ACTIVE_CODE
               HAVING SUM(H.PREM_COLLECTED_YTD) > 0
                ORDER BY C.CASE_NUM
           END-EXEC.

           EXEC SQL DECLARE MLRLSTCUR CURSOR FOR
               SELECT STATE,
                      LOB_CODE,
                      MARKET_SEGMENT,
                      CASE_NUM,
                      CASE_YEAR_PREMIUM,
                      ALLOC_AMOUNT,
                      DISTRIB_METHOD,
                      REFUND_ID
                 FROM MLR_REBATE_ALLOC
                WHERE REPORT_YEAR = :ML-REPORT-YEAR
                ORDER BY STATE, LOB_CODE, MARKET_SEGMENT, CASE_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'MLRREBT --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY MLRREBTC.
           TITLE 'MLRREBT --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'MLRREBT ' TO RL-PROGRAM-NAME.
           IF ML-FUNCTION-CODE = 'P' OR 'R'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO ML-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO ML-RETURN-CODE.
           MOVE ZERO TO ML-MARKETS-COMPUTED ML-MARKETS-REBATING
                        ML-CASES-CREDITED ML-CASES-REFUNDED
                        ML-REBATE-TOTAL.

           IF ML-REPORT-YEAR NOT NUMERIC
               MOVE '04' TO ML-RETURN-CODE
               GO TO P000000-RETURN.

           MOVE ML-REPORT-YEAR TO WS-YEAR-NUM.
           MOVE WS-YEAR-NUM    TO WS-REPORT-YEAR-NUM.
           COMPUTE WS-FIRST-YEAR-NUM = WS-REPORT-YEAR-NUM - 2.

           EVALUATE ML-FUNCTION-CODE
               WHEN 'P'
               WHEN 'R'
                   PERFORM P100000-MARKET-PASS THRU P100000-EXIT
               WHEN 'L'
                   PERFORM P700000-LIST-ALLOCATIONS THRU P700000-EXIT
               WHEN OTHER
                   MOVE '01' TO ML-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - EVERY MARKET
      *    ALREADY ON MLR_RESULT STANDS AND THE RERUN SKIPS IT.
           IF ML-RETURN-CODE = '12' AND ML-FUNCTION-CODE = 'R'
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE.
           MOVE 'MLRREBT '          TO RL-PROGRAM-NAME.
           MOVE ML-MARKETS-COMPUTED TO RL-RECORD-COUNT.
           MOVE ML-RETURN-CODE      TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> ONE PASS OVER THE STATE MARKETS'.
       P100000-MARKET-PASS SECTION.

           MOVE WS-FIRST-YEAR-NUM TO WS-YEAR-NUM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MLR REPORTING YEAR '     DELIMITED BY SIZE
                  ML-REPORT-YEAR            DELIMITED BY SIZE
                  ' - THREE YEARS FROM '    DELIMITED BY SIZE
                  WS-YEAR-NUM               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ST LOB S      PREMIUM 3YR      CLAIMS 3YR'
                  '    MLR    STD          REBATE'
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           EXEC SQL
               OPEN MLRMKTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO ML-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE 'N' TO WS-MARKET-EOF-SW.

           PERFORM P200000-WORK-ONE-MARKET THRU P200000-EXIT
               UNTIL MARKET-CURSOR-EOF.

           EXEC SQL
               CLOSE MLRMKTCUR
           END-EXEC.

           IF ML-MARKETS-COMPUTED = ZERO AND ML-RETURN-CODE = '00'
               MOVE '02' TO ML-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> RATIO, STANDARD AND REBATE FOR A MARKET'.
       P200000-WORK-ONE-MARKET SECTION.

           EXEC SQL
               FETCH MLRMKTCUR
                 INTO :MLR-STATE,
                      :MLR-LOB-CODE,
                      :MLR-MARKET-SEGMENT,
                      :MLR-PREMIUM-3YR,
                      :MLR-CLAIMS-3YR,
                      :MLR-YEAR-PREMIUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO ML-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-MARKET-EOF-SW
               GO TO P200000-EXIT.

           ADD 1 TO ML-MARKETS-COMPUTED.

           IF MLR-PREMIUM-3YR > ZERO
               COMPUTE MLR-MLR-PCT ROUNDED =
                   MLR-CLAIMS-3YR * 100 / MLR-PREMIUM-3YR
           ELSE
               MOVE ZERO TO MLR-MLR-PCT.

           PERFORM P250000-FIND-THE-STANDARD THRU P250000-EXIT.

      *----------------------------------------------------------------*
      *    THE REBATE IS THE SHORTFALL AGAINST THE STANDARD APPLIED TO *
      *    THE REPORTING YEAR'S PREMIUM.                               *
      *----------------------------------------------------------------*
           MOVE ZERO TO MLR-REBATE-AMOUNT MLR-CASES-ALLOCATED.

           IF MLR-MLR-PCT < MLR-STANDARD-PCT
               AND MLR-PREMIUM-3YR > ZERO
               AND MLR-YEAR-PREMIUM > ZERO
               COMPUTE MLR-REBATE-AMOUNT ROUNDED =
                   (MLR-STANDARD-PCT - MLR-MLR-PCT)
                   * MLR-YEAR-PREMIUM / 100.

           PERFORM P800000-PRINT-THE-MARKET THRU P800000-EXIT.

           IF MLR-REBATE-AMOUNT > ZERO
               ADD 1                 TO ML-MARKETS-REBATING
               ADD MLR-REBATE-AMOUNT TO ML-REBATE-TOTAL.

           IF ML-FUNCTION-CODE = 'P'
               GO TO P200000-EXIT.

           IF MLR-REBATE-AMOUNT > ZERO
               PERFORM P300000-ALLOCATE-THE-REBATE THRU P300000-EXIT
               IF ML-RETURN-CODE = '12'
                   MOVE 'Y' TO WS-MARKET-EOF-SW
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   GO TO P200000-EXIT.

           MOVE ML-REPORT-YEAR     TO MLR-REPORT-YEAR.
           MOVE WS-CASES-ALLOCATED TO MLR-CASES-ALLOCATED.
           MOVE ML-OPERATOR-LOGON  TO MLR-CALC-LOGON.

           EXEC SQL
               INSERT INTO MLR_RESULT
                      ( REPORT_YEAR,
                        STATE,
                        LOB_CODE,
                        MARKET_SEGMENT,
                        PREMIUM_3YR,
                        CLAIMS_3YR,
                        YEAR_PREMIUM,
                        MLR_PCT,
                        STANDARD_PCT,
                        REBATE_AMOUNT,
                        CASES_ALLOCATED,
                        CALC_LOGON,
                        CALC_TIMESTAMP )
               VALUES ( :MLR-REPORT-YEAR,
                        :MLR-STATE,
                        :MLR-LOB-CODE,
                        :MLR-MARKET-SEGMENT,
                        :MLR-PREMIUM-3YR,
                        :MLR-CLAIMS-3YR,
                        :MLR-YEAR-PREMIUM,
                        :MLR-MLR-PCT,
                        :MLR-STANDARD-PCT,
                        :MLR-REBATE-AMOUNT,
                        :MLR-CASES-ALLOCATED,
                        :MLR-CALC-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO ML-RETURN-CODE
               MOVE 'Y'  TO WS-MARKET-EOF-SW
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P200000-EXIT.

      *    ONE MARKET - ITS RESULT AND EVERY ALLOCATION - IS ONE UNIT
      *    OF WORK.
           EXEC CICS
               SYNCPOINT
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> THE MARKET STANDARD'.
       P250000-FIND-THE-STANDARD SECTION.

      *----------------------------------------------------------------*
      *    THE FEDERAL 80% SMALL-GROUP AND 85% LARGE-GROUP STANDARDS,  *
      *    UNLESS PROGRAM_RULES CARRIES A HIGHER ONE FOR THE STATE.    *
      *----------------------------------------------------------------*
           IF MLR-MARKET-SEGMENT = 'L'
               MOVE WS-DEFAULT-LARGE-STD TO MLR-STANDARD-PCT
               MOVE 'LG-STD-PCT'         TO WS-RULE-NAME
           ELSE
               MOVE WS-DEFAULT-SMALL-STD TO MLR-STANDARD-PCT
               MOVE 'SG-STD-PCT'         TO WS-RULE-NAME.

           MOVE MLR-STATE TO WS-RULE-ENTITY.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'MLRREBT'
                  AND RULE        = :WS-RULE-NAME
                  AND RULE_ENTITY = :WS-RULE-ENTITY
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:4) IS NUMERIC
               MOVE PR-RULE-VALUE (1:4) TO WS-RULE-PCT-X
               MOVE WS-RULE-PCT         TO MLR-STANDARD-PCT
           END-IF.

       P250000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> ALLOCATE A MARKET REBATE TO ITS CASES'.
       P300000-ALLOCATE-THE-REBATE SECTION.

           MOVE ZERO TO WS-CUM-PREMIUM WS-ALLOCATED-SO-FAR
                        WS-CASES-ALLOCATED.

           EXEC SQL
               OPEN MLRCASECUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO ML-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE 'N' TO WS-CASE-EOF-SW.

           PERFORM P350000-ALLOCATE-ONE-CASE THRU P350000-EXIT
               UNTIL CASE-CURSOR-EOF.

           EXEC SQL
               CLOSE MLRCASECUR
           END-EXEC.

       P300000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> ONE CASE SHARE OF THE REBATE'.
       P350000-ALLOCATE-ONE-CASE SECTION.

           EXEC SQL
               FETCH MLRCASECUR
                 INTO :MLA-CASE-NUM,
                      :MLA-CASE-IDNTITY,
                      :WS-ACTIVE-CODE,
                      :MLA-CASE-PREMIUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO ML-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P350000-EXIT.

      *----------------------------------------------------------------*
      *    ALLOCATED ON THE RUNNING SHARE OF PREMIUM, SO THE ROUNDED   *
      *    PIECES ADD BACK TO THE MARKET REBATE TO THE PENNY.          *
      *----------------------------------------------------------------*
           ADD MLA-CASE-PREMIUM TO WS-CUM-PREMIUM.

           COMPUTE WS-CUM-TARGET ROUNDED =
               MLR-REBATE-AMOUNT * WS-CUM-PREMIUM / MLR-YEAR-PREMIUM.

           COMPUTE MLA-ALLOC-AMOUNT =
               WS-CUM-TARGET - WS-ALLOCATED-SO-FAR.

           IF MLA-ALLOC-AMOUNT NOT > ZERO
               GO TO P350000-EXIT.

           ADD MLA-ALLOC-AMOUNT TO WS-ALLOCATED-SO-FAR.
           MOVE ZERO            TO MLA-REFUND-ID.

           IF WS-ACTIVE-CODE = 'CM' OR ' P'
               MOVE 'C' TO MLA-DISTRIB-METHOD
               PERFORM P400000-POST-PREMIUM-CREDIT THRU P400000-EXIT
           ELSE
               MOVE 'R' TO MLA-DISTRIB-METHOD
               PERFORM P450000-REQUEST-THE-REFUND THRU P450000-EXIT.

           IF ML-RETURN-CODE = '12'
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P350000-EXIT.

           MOVE ML-REPORT-YEAR     TO MLA-REPORT-YEAR.
           MOVE MLR-STATE          TO MLA-STATE.
           MOVE MLR-LOB-CODE       TO MLA-LOB-CODE.
           MOVE MLR-MARKET-SEGMENT TO MLA-MARKET-SEGMENT.
           MOVE MLR-YEAR-PREMIUM   TO MLA-MARKET-PREMIUM.
           MOVE MLR-REBATE-AMOUNT  TO MLA-MARKET-REBATE.
           MOVE ML-OPERATOR-LOGON  TO MLA-ALLOC-LOGON.

           EXEC SQL
               INSERT INTO MLR_REBATE_ALLOC
                      ( REPORT_YEAR,
                        STATE,
                        LOB_CODE,
                        MARKET_SEGMENT,
                        CASE_NUM,
                        CASENAME#IDNTITY,
                        CASE_YEAR_PREMIUM,
                        MARKET_YEAR_PREMIUM,
                        MARKET_REBATE,
                        ALLOC_AMOUNT,
                        DISTRIB_METHOD,
                        REFUND_ID,
                        ALLOC_LOGON,
                        ALLOC_TIMESTAMP )
               VALUES ( :MLA-REPORT-YEAR,
                        :MLA-STATE,
                        :MLA-LOB-CODE,
                        :MLA-MARKET-SEGMENT,
                        :MLA-CASE-NUM,
                        :MLA-CASE-IDNTITY,
                        :MLA-CASE-PREMIUM,
                        :MLA-MARKET-PREMIUM,
                        :MLA-MARKET-REBATE,
                        :MLA-ALLOC-AMOUNT,
                        :MLA-DISTRIB-METHOD,
                        :MLA-REFUND-ID,
                        :MLA-ALLOC-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO ML-RETURN-CODE
               MOVE 'Y'  TO WS-CASE-EOF-SW
               GO TO P350000-EXIT.

           ADD 1 TO WS-CASES-ALLOCATED.

           IF MLA-DISTRIB-METHOD = 'C'
               ADD 1 TO ML-CASES-CREDITED
           ELSE
               ADD 1 TO ML-CASES-REFUNDED.

           PERFORM P850000-PRINT-THE-ALLOCATION THRU P850000-EXIT.

       P350000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> PREMIUM CREDIT FOR THE NEXT BILL'.
       P400000-POST-PREMIUM-CREDIT SECTION.

      *    THE SAME CYCLE-FIELD CREDIT BILLDISP POSTS - THE NEXT BILL
      *    CARRIES IT.
           EXEC SQL
               UPDATE CASE_MASTER
                  SET CYCLE_ADJUSTMENTS = CYCLE_ADJUSTMENTS
                                          - :MLA-ALLOC-AMOUNT,
                      CYCLE_CURR_BAL    = CYCLE_CURR_BAL
                                          - :MLA-ALLOC-AMOUNT,
                      ACCT_RECONCILED   = 'N'
                WHERE CASE_NUM = :MLA-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO ML-RETURN-CODE.

       P400000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> REFUND REQUEST FOR A CASE OFF THE BOOKS'.
       P450000-REQUEST-THE-REFUND SECTION.

           EXEC SQL
               SELECT CARRIER_CODE,
                      CHAR(TERM_DATE, ISO),
                      CHAR(CASH_THRU_DATE, ISO),
                      LAST_BILL_TOT_PREM,
                      BILL_FREQUENCY
                 INTO :WS-CARRIER-CODE,
                      :WS-TERM-DATE,
                      :WS-CASH-THRU-DATE,
                      :WS-LAST-BILL-PREM,
                      :WS-BILL-FREQUENCY
                 FROM CASE_MASTER
                WHERE CASE_NUM = :MLA-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO ML-RETURN-CODE
               GO TO P450000-EXIT.

           EXEC SQL
               SELECT NEXT VALUE FOR REFUND_REQUEST_SEQ
                 INTO :WS-REFUND-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO ML-RETURN-CODE
               GO TO P450000-EXIT.

      *----------------------------------------------------------------*
      *    PENDING, SO THE REBATE CHECK GOES THROUGH THE SAME REFUND   *
      *    APPROVAL AS ANY OTHER BEFORE CHKDISB ISSUES IT.             *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO REFUND_REQUEST
                      ( REFUND_ID,
                        CASENAME#IDNTITY,
                        CASE_NUM,
                        CARRIER_CODE,
                        TERM_EFF_DATE,
                        PAID_THRU_DATE,
                        LAST_BILL_TOT_PREM,
                        BILL_FREQUENCY,
                        UNEARNED_DAYS,
                        REFUND_AMOUNT,
                        REFUND_STATUS,
                        REQUEST_TIMESTAMP,
                        REQUEST_LOGONID,
                        APPROVE_LOGONID,
                        APPROVE_TIMESTAMP,
                        DISBURSE_CHECK_NUM,
                        DISBURSE_TIMESTAMP )
               VALUES ( :WS-REFUND-ID,
                        :MLA-CASE-IDNTITY,
                        :MLA-CASE-NUM,
                        :WS-CARRIER-CODE,
                        DATE(:WS-TERM-DATE),
                        DATE(:WS-CASH-THRU-DATE),
                        :WS-LAST-BILL-PREM,
                        :WS-BILL-FREQUENCY,
                        0,
                        :MLA-ALLOC-AMOUNT,
                        'P',
                        CURRENT TIMESTAMP,
                        :ML-OPERATOR-LOGON,
                        ' ',
                        NULL,
                        ' ',
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO ML-RETURN-CODE
               GO TO P450000-EXIT.

           MOVE WS-REFUND-ID TO MLA-REFUND-ID.

       P450000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> LIST A YEAR ALLOCATIONS FOR THE FILING'.
       P700000-LIST-ALLOCATIONS SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MLR REBATE ALLOCATIONS FOR REPORTING YEAR '
                                       DELIMITED BY SIZE
                  ML-REPORT-YEAR       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           EXEC SQL
               OPEN MLRLSTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO ML-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE 'N' TO WS-LIST-EOF-SW.

           PERFORM P750000-LIST-ONE-ALLOCATION THRU P750000-EXIT
               UNTIL LIST-CURSOR-EOF.

           EXEC SQL
               CLOSE MLRLSTCUR
           END-EXEC.

           IF ML-CASES-CREDITED = ZERO AND ML-CASES-REFUNDED = ZERO
               AND ML-RETURN-CODE = '00'
               MOVE '02' TO ML-RETURN-CODE.

       P700000-EXIT.
           EXIT.
       P750000-LIST-ONE-ALLOCATION SECTION.

           EXEC SQL
               FETCH MLRLSTCUR
                 INTO :MLR-STATE,
                      :MLR-LOB-CODE,
                      :MLR-MARKET-SEGMENT,
                      :MLA-CASE-NUM,
                      :MLA-CASE-PREMIUM,
                      :MLA-ALLOC-AMOUNT,
                      :MLA-DISTRIB-METHOD,
                      :MLA-REFUND-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO ML-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-LIST-EOF-SW
               GO TO P750000-EXIT.

           IF MLA-DISTRIB-METHOD = 'C'
               ADD 1 TO ML-CASES-CREDITED
           ELSE
               ADD 1 TO ML-CASES-REFUNDED.
           ADD MLA-ALLOC-AMOUNT TO ML-REBATE-TOTAL.

           PERFORM P850000-PRINT-THE-ALLOCATION THRU P850000-EXIT.

       P750000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> PRINT ONE MARKET LINE'.
       P800000-PRINT-THE-MARKET SECTION.

           MOVE MLR-PREMIUM-3YR   TO WS-EDIT-PREM.
           MOVE MLR-CLAIMS-3YR    TO WS-EDIT-CLAIMS.
           MOVE MLR-MLR-PCT       TO WS-EDIT-MLR.
           MOVE MLR-STANDARD-PCT  TO WS-EDIT-STD.
           MOVE MLR-REBATE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING MLR-STATE          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MLR-LOB-CODE       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MLR-MARKET-SEGMENT DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-PREM       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-CLAIMS     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-MLR        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-STD        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P800000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> PRINT ONE CASE ALLOCATION LINE'.
       P850000-PRINT-THE-ALLOCATION SECTION.

           IF MLA-DISTRIB-METHOD = 'C'
               MOVE 'CREDIT ' TO WS-EDIT-METHOD
           ELSE
               MOVE 'REFUND ' TO WS-EDIT-METHOD.

           MOVE MLA-CASE-PREMIUM TO WS-EDIT-PREM.
           MOVE MLA-ALLOC-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING MLR-STATE          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MLR-LOB-CODE       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MLR-MARKET-SEGMENT DELIMITED BY SIZE
                  '   CASE '         DELIMITED BY SIZE
                  MLA-CASE-NUM       DELIMITED BY SIZE
                  ' PREMIUM '        DELIMITED BY SIZE
                  WS-EDIT-PREM       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-METHOD     DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P850000-EXIT.
           EXIT.
           TITLE 'MLRREBT --> WRITE ONE LINE TO THE MLRR TDQ'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('MLRR')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
