       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIFEASMT.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: LIFEASMT                                        *
      *  PROGRAM TEXT:  STATE PER-COVERED-LIFE ASSESSMENTS AND THE      *
      *                 FEDERAL PCORI FEE.  FINANCE COUNTED LIVES BY    *
      *                 HAND EVERY QUARTER.  FUNCTION 'M' COUNTS EACH   *
      *                 CASE'S COVERED LIVES ON THE FIRST OF THE MONTH  *
      *                 FROM COVERAGE - EMPLOYEES WITH HEALTH COVERAGE  *
      *                 IN FORCE PLUS THEIR DEPENDENT ROWS IN FORCE -   *
      *                 BY THE CASE'S SITUS STATE AND CARRIER, AND      *
      *                 PRICES EVERY ASSESSMENT TYPE PROGRAM_RULES      *
      *                 CARRIES FOR THEM: A STATE SURCHARGE OR POOL     *
      *                 ASSESSMENT PER LIFE PER MONTH, OR AN ANNUAL     *
      *                 RATE ON AVERAGE LIVES SUCH AS PCORI AT A        *
      *                 TWELFTH A MONTH.  EACH CASE AND TYPE LANDS ON   *
      *                 COVERED_LIFE_ASSESS, AND WHERE THE CASE         *
      *                 CONTRACT PASSES THE ASSESSMENT THROUGH          *
      *                 (PROGRAM_RULES 'PASS THRU') FEEBILL BILLS IT TO *
      *                 THE CASE AS FEE TYPE 'L'.  THE MONTH IS ONE     *
      *                 UNIT OF WORK AND IS NEVER RUN TWICE.  FUNCTION  *
      *                 'F' PRINTS THE FILING SUMMARY FOR A RANGE OF    *
      *                 MONTHS - LIVES AND AMOUNT BY TYPE, STATE,       *
      *                 CARRIER AND MONTH, WITH MEMBER MONTHS AND       *
      *                 AVERAGE LIVES FOR EACH STATE AND CARRIER - TO   *
      *                 THE LIVA TDQ, AS 'M' DOES FOR ITS MONTH.        *
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
       77  WS-MONTHS-PER-YEAR          PIC S9(3) COMP-3 VALUE +12.

       01  WS-CASE-EOF-SW               PIC X     VALUE 'N'.
           88  CASE-CURSOR-EOF          VALUE 'Y'.
       01  WS-RATE-EOF-SW               PIC X     VALUE 'N'.
           88  RATE-CURSOR-EOF          VALUE 'Y'.
       01  WS-SUM-EOF-SW                PIC X     VALUE 'N'.
           88  SUMMARY-CURSOR-EOF       VALUE 'Y'.
       01  WS-PASS-THRU-SW              PIC X     VALUE 'N'.
           88  PASS-THRU-ALLOWED        VALUE 'Y'.

       01  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
       01  WS-COV-MONTH                 PIC X(6)  VALUE SPACES.
       01  WS-COV-MONTH-PARTS REDEFINES WS-COV-MONTH.
           05  WS-COV-YEAR              PIC X(4).
           05  WS-COV-MM                PIC X(2).
               88  WS-COV-MM-OK         VALUE '01' THRU '12'.
       01  WS-THRU-MONTH                PIC X(6)  VALUE SPACES.
       01  WS-THRU-MONTH-PARTS REDEFINES WS-THRU-MONTH.
           05  WS-THRU-YEAR             PIC X(4).
           05  WS-THRU-MM               PIC X(2).
               88  WS-THRU-MM-OK        VALUE '01' THRU '12'.
       01  WS-MONTH-FIRST               PIC X(10) VALUE SPACES.
       01  WS-PRIOR-RUN-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-YEAR-NUM                  PIC 9(4)  VALUE ZERO.
       01  WS-MM-NUM                    PIC 9(2)  VALUE ZERO.
       01  WS-PERIOD-MONTHS             PIC S9(5) COMP-3 VALUE ZERO.

      *    THE CASE BEING ASSESSED
       01  WS-EMPLOYEE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-DEPENDENT-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-CASE-PASS-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'LIFEASMT' / 'ASSESS RATE' - THE BASIS (M OR  *
      *    A) THEN THE RATE AS SEVEN DIGITS, 0032200 = $3.2200.        *
      *----------------------------------------------------------------*
       01  WS-RULE-TYPE                 PIC X(10) VALUE SPACES.
       01  WS-LAST-RULE-TYPE            PIC X(10) VALUE SPACES.
       01  WS-RATE-VALUE.
           05  WS-RATE-BASIS            PIC X(1)  VALUE SPACE.
               88  WS-RATE-BASIS-OK     VALUE 'M' 'A'.
           05  WS-RATE-X                PIC X(7)  VALUE '0000000'.
           05  WS-RATE REDEFINES WS-RATE-X
                                        PIC 9(3)V9(4).
           05  FILLER                   PIC X(7)  VALUE SPACES.

      *    ONE LINE OF THE FILING SUMMARY
       01  WS-SUM-TYPE                  PIC X(10) VALUE SPACES.
       01  WS-SUM-STATE                 PIC X(2)  VALUE SPACES.
       01  WS-SUM-CARRIER               PIC X(2)  VALUE SPACES.
       01  WS-SUM-MONTH                 PIC X(6)  VALUE SPACES.
       01  WS-SUM-CASES                 PIC S9(9) COMP VALUE ZERO.
       01  WS-SUM-EMP-LIVES             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-SUM-DEP-LIVES             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-SUM-LIVES                 PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-SUM-AMOUNT                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SUM-PASSED                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SUMMARY-LINES             PIC S9(7) COMP-3 VALUE ZERO.

      *    CONTROL BREAKS - TYPE, THEN STATE AND CARRIER
       01  WS-BRK-KEY.
           05  WS-BRK-TYPE              PIC X(10) VALUE SPACES.
           05  WS-BRK-STATE             PIC X(2)  VALUE SPACES.
           05  WS-BRK-CARRIER           PIC X(2)  VALUE SPACES.
       01  WS-SUM-KEY.
           05  WS-KEY-TYPE              PIC X(10) VALUE SPACES.
           05  WS-KEY-STATE             PIC X(2)  VALUE SPACES.
           05  WS-KEY-CARRIER           PIC X(2)  VALUE SPACES.
       01  WS-GRP-MEMBER-MONTHS         PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-GRP-AMOUNT                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GRP-PASSED                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GRP-AVG-LIVES             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TYP-MEMBER-MONTHS         PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TYP-AMOUNT                PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-CASES                PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-EMP-LIVES            PIC ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-DEP-LIVES            PIC ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-LIVES                PIC Z,ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-MEMBER-MONTHS        PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-AVG-LIVES            PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-EDIT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-EDIT-PASSED               PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

           COPY PROGRULE.
           COPY CVLIFE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY CASE'S EMPLOYEES WITH HEALTH COVERAGE IN FORCE ON THE *
      *    FIRST OF THE MONTH, BY THE CASE'S SITUS STATE (THE CASE     *
      *    IDENTITY, AS MLRREBT READS IT) AND CARRIER.                 *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE LACASECUR CURSOR FOR
               SELECT C.CASE_NUM,
                      C.CASENAME#IDNTITY,
                      C.CARRIER_CODE,
                      A.STATE,
                      COUNT(*)
                 FROM CASE_MASTER C, AGNTNAME A, EMPLOYEE E
                WHERE A.IDNTITY          = C.CASENAME#IDNTITY
                  AND E.CASENAME#IDNTITY = C.CASENAME#IDNTITY
                  AND EXISTS
                      (SELECT 1 FROM COVERAGE V
                        WHERE V.CASENAME#CIM     = E.CASENAME#IDNTITY
                          AND V.EMPLOYEE#EMP_NUM = E.EMP_NUM
                          AND V.TYPE LIKE 'HEALTH%'
                          AND V.EFF_DATE <= DATE(:WS-MONTH-FIRST)
                          AND (V.TERM_DATE IS NULL
                           OR  V.TERM_DATE > DATE(:WS-MONTH-FIRST)))
                GROUP BY C.CASE_NUM,
                         C.CASENAME#IDNTITY,
                         C.CARRIER_CODE,
                         A.STATE
                ORDER BY C.CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE ASSESSMENT TYPES FOR THE CASE'S CARRIER - THE TYPE IN   *
      *    RULE_ENTITY AND THE STATE (OR 'ALL' FOR A FEDERAL FEE SUCH  *
      *    AS PCORI) IN RULE_QUALIFIER.  A STATE ROW COMES AHEAD OF    *
      *    THE 'ALL' ROW OF THE SAME TYPE AND WINS; A STATE ROW AT A   *
      *    ZERO RATE EXEMPTS THE STATE.                                *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE LARATECUR CURSOR FOR
               SELECT RULE_ENTITY,
                      RULE_VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID     = 'LIFEASMT'
                  AND RULE           = 'ASSESS RATE'
                  AND CARRIER        = :CLA-CARRIER-CODE
                  AND RULE_QUALIFIER IN (:CLA-STATE, 'ALL')
                  AND CURRENT_IND    = 'Y'
                ORDER BY RULE_ENTITY,
                         CASE WHEN RULE_QUALIFIER = 'ALL'
                              THEN 1 ELSE 0 END
           END-EXEC.

           EXEC SQL DECLARE LASUMCUR CURSOR FOR
               SELECT ASSESS_TYPE,
                      STATE,
                      CARRIER_CODE,
                      COVERAGE_MONTH,
                      COUNT(*),
                      SUM(EMPLOYEE_LIVES),
                      SUM(DEPENDENT_LIVES),
                      SUM(COVERED_LIVES),
                      SUM(ASSESS_AMOUNT),
                      SUM(CASE WHEN PASS_THRU_IND = 'Y'
                               THEN ASSESS_AMOUNT ELSE 0 END)
                 FROM COVERED_LIFE_ASSESS
                WHERE COVERAGE_MONTH BETWEEN :WS-COV-MONTH
                                         AND :WS-THRU-MONTH
                  AND (ASSESS_TYPE = :LA-ASSESS-TYPE
                   OR  :LA-ASSESS-TYPE = ' ')
                GROUP BY ASSESS_TYPE,
                         STATE,
                         CARRIER_CODE,
                         COVERAGE_MONTH
                ORDER BY 1, 2, 3, 4
           END-EXEC.

       01  FEEBILL-COMM-AREA.
           COPY FEEBILLC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'LIFEASMT --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LIFEASMC.
           TITLE 'LIFEASMT --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'LIFEASMT' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO LA-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO LA-RETURN-CODE.
           MOVE ZERO TO LA-CASES-COUNTED LA-LIVES-COUNTED
                        LA-ASSESSMENTS LA-ASSESS-TOTAL
                        LA-CASES-PASSED LA-PASSED-TOTAL.

           IF LA-FUNCTION-CODE NOT = 'M' AND NOT = 'F'
               MOVE '01' TO LA-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P100000-SET-THE-MONTHS THRU P100000-EXIT.

           IF LA-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           IF LA-FUNCTION-CODE = 'M'
               PERFORM P200000-ASSESS-THE-MONTH THRU P200000-EXIT
               IF LA-RETURN-CODE NOT = '00'
                   GO TO P000000-RETURN.

      *    THE MONTH JUST ASSESSED PRINTS THE SAME SUMMARY 'F' DOES.
           PERFORM P600000-FILING-SUMMARY THRU P600000-EXIT.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF LA-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               EXEC CICS SYNCPOINT
               END-EXEC
               MOVE 'E' TO RL-FUNCTION-CODE
           END-IF.
           MOVE 'LIFEASMT'      TO RL-PROGRAM-NAME.
           MOVE LA-ASSESSMENTS  TO RL-RECORD-COUNT.
           MOVE LA-RETURN-CODE  TO RL-PROGRAM-RC.
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
           TITLE 'LIFEASMT --> THE MONTH OR MONTHS ASKED FOR'.
       P100000-SET-THE-MONTHS SECTION.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LA-RETURN-CODE
               GO TO P100000-EXIT.

           IF LA-COV-MONTH = SPACES
               MOVE WS-TODAY-DATE (1:4) TO WS-COV-YEAR
               MOVE WS-TODAY-DATE (6:2) TO WS-COV-MM
           ELSE
               MOVE LA-COV-MONTH        TO WS-COV-MONTH
           END-IF.

           IF WS-COV-YEAR NOT NUMERIC
               OR NOT WS-COV-MM-OK
               MOVE '05' TO LA-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE WS-COV-MONTH TO LA-COV-MONTH.

      *    'M' ASSESSES ONE MONTH; 'F' FILES THROUGH THE LAST ASKED.
           IF LA-FUNCTION-CODE = 'M' OR LA-THRU-MONTH = SPACES
               MOVE WS-COV-MONTH  TO WS-THRU-MONTH
           ELSE
               MOVE LA-THRU-MONTH TO WS-THRU-MONTH.

           IF WS-THRU-YEAR NOT NUMERIC
               OR NOT WS-THRU-MM-OK
               OR WS-THRU-MONTH < WS-COV-MONTH
               MOVE '05' TO LA-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE WS-THRU-MONTH TO LA-THRU-MONTH.

      *    THE MONTHS IN THE PERIOD - THE AVERAGE-LIVES DIVISOR.
           MOVE WS-THRU-YEAR TO WS-YEAR-NUM.
           MOVE WS-THRU-MM   TO WS-MM-NUM.
           COMPUTE WS-PERIOD-MONTHS = WS-YEAR-NUM * 12 + WS-MM-NUM.
           MOVE WS-COV-YEAR  TO WS-YEAR-NUM.
           MOVE WS-COV-MM    TO WS-MM-NUM.
           COMPUTE WS-PERIOD-MONTHS = WS-PERIOD-MONTHS + 1
                                    - WS-YEAR-NUM * 12 - WS-MM-NUM.

           IF LA-FUNCTION-CODE = 'F'
               GO TO P100000-EXIT.

           MOVE SPACES       TO WS-MONTH-FIRST.
           STRING WS-COV-YEAR  DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-COV-MM    DELIMITED BY SIZE
                  '-01'        DELIMITED BY SIZE
               INTO WS-MONTH-FIRST
           END-STRING.

      *----------------------------------------------------------------*
      *    A MONTH ALREADY ON COVERED_LIFE_ASSESS HAS BEEN RUN.        *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PRIOR-RUN-COUNT
                 FROM COVERED_LIFE_ASSESS
                WHERE COVERAGE_MONTH = :WS-COV-MONTH
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LA-RETURN-CODE
               GO TO P100000-EXIT.

           IF WS-PRIOR-RUN-COUNT > ZERO
               MOVE '04' TO LA-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'LIFEASMT --> COUNT AND ASSESS THE MONTH'.
       P200000-ASSESS-THE-MONTH SECTION.

           EXEC SQL
               OPEN LACASECUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LA-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-CASE-EOF-SW.

           PERFORM P250000-ASSESS-ONE-CASE THRU P250000-EXIT
               UNTIL CASE-CURSOR-EOF.

           EXEC SQL
               CLOSE LACASECUR
           END-EXEC.

           IF LA-CASES-COUNTED = ZERO AND LA-RETURN-CODE = '00'
               MOVE '02' TO LA-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'LIFEASMT --> ONE CASE - ITS LIVES AND ASSESSMENTS'.
       P250000-ASSESS-ONE-CASE SECTION.

           EXEC SQL
               FETCH LACASECUR
                 INTO :CLA-CASE-NUM,
                      :CLA-CASE-IDNTITY,
                      :CLA-CARRIER-CODE,
                      :CLA-STATE,
                      :WS-EMPLOYEE-COUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO LA-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P250000-EXIT.

      *----------------------------------------------------------------*
      *    EVERY DEPENDENT ROW IN FORCE ON THE FIRST WHOSE EMPLOYEE    *
      *    HAS HEALTH COVERAGE IN FORCE IS A COVERED LIFE AS WELL.     *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DEPENDENT-COUNT
                 FROM DEPENDENT D
                WHERE D.CASE_NUM = :CLA-CASE-NUM
                  AND D.EFFECTIVE_DATE <= DATE(:WS-MONTH-FIRST)
                  AND (D.TERM_DATE IS NULL
                   OR  D.TERM_DATE > DATE(:WS-MONTH-FIRST))
                  AND EXISTS
                      (SELECT 1 FROM COVERAGE V
                        WHERE V.CASENAME#CIM     = D.CASENAME#IDNTITY
                          AND V.EMPLOYEE#EMP_NUM = D.EMP_NUM
                          AND V.TYPE LIKE 'HEALTH%'
                          AND V.EFF_DATE <= DATE(:WS-MONTH-FIRST)
                          AND (V.TERM_DATE IS NULL
                           OR  V.TERM_DATE > DATE(:WS-MONTH-FIRST)))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LA-RETURN-CODE
               MOVE 'Y'  TO WS-CASE-EOF-SW
               GO TO P250000-EXIT.

           MOVE WS-EMPLOYEE-COUNT  TO CLA-EMPLOYEE-LIVES.
           MOVE WS-DEPENDENT-COUNT TO CLA-DEPENDENT-LIVES.
           COMPUTE CLA-COVERED-LIVES =
               CLA-EMPLOYEE-LIVES + CLA-DEPENDENT-LIVES.

           ADD 1                 TO LA-CASES-COUNTED.
           ADD CLA-COVERED-LIVES TO LA-LIVES-COUNTED.

           MOVE ZERO   TO WS-CASE-PASS-AMOUNT.
           MOVE SPACES TO WS-LAST-RULE-TYPE.

           EXEC SQL
               OPEN LARATECUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LA-RETURN-CODE
               MOVE 'Y'  TO WS-CASE-EOF-SW
               GO TO P250000-EXIT.

           MOVE 'N' TO WS-RATE-EOF-SW.

           PERFORM P300000-ONE-ASSESSMENT-TYPE THRU P300000-EXIT
               UNTIL RATE-CURSOR-EOF.

           EXEC SQL
               CLOSE LARATECUR
           END-EXEC.

           IF LA-RETURN-CODE = '12'
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P250000-EXIT.

           IF WS-CASE-PASS-AMOUNT > ZERO
               PERFORM P500000-BILL-THE-PASS-THRU THRU P500000-EXIT
               IF LA-RETURN-CODE = '12'
                   MOVE 'Y' TO WS-CASE-EOF-SW.

       P250000-EXIT.
           EXIT.
           TITLE 'LIFEASMT --> PRICE ONE ASSESSMENT TYPE FOR THE CASE'.
       P300000-ONE-ASSESSMENT-TYPE SECTION.

           EXEC SQL
               FETCH LARATECUR
                 INTO :WS-RULE-TYPE,
                      :PR-RULE-VALUE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO LA-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RATE-EOF-SW
               GO TO P300000-EXIT.

      *    THE STATE ROW CAME FIRST - THE 'ALL' ROW BEHIND IT IS PASSED.
           IF WS-RULE-TYPE = WS-LAST-RULE-TYPE
               GO TO P300000-EXIT.

           MOVE WS-RULE-TYPE TO WS-LAST-RULE-TYPE.
           MOVE PR-RULE-VALUE (1:8) TO WS-RATE-VALUE.

           IF NOT WS-RATE-BASIS-OK
               OR WS-RATE-X NOT NUMERIC
               GO TO P300000-EXIT.

           IF WS-RATE NOT > ZERO
               GO TO P300000-EXIT.

      *----------------------------------------------------------------*
      *    A MONTHLY RATE APPLIES TO THE MONTH'S LIVES.  AN ANNUAL     *
      *    RATE ON AVERAGE LIVES (PCORI) IS ASSESSED A TWELFTH A       *
      *    MONTH, SO TWELVE MONTHS ADD UP TO THE AVERAGE TIMES THE     *
      *    RATE.                                                       *
      *----------------------------------------------------------------*
           IF WS-RATE-BASIS = 'A'
               COMPUTE CLA-ASSESS-AMOUNT ROUNDED =
                   CLA-COVERED-LIVES * WS-RATE / WS-MONTHS-PER-YEAR
           ELSE
               COMPUTE CLA-ASSESS-AMOUNT ROUNDED =
                   CLA-COVERED-LIVES * WS-RATE.

           MOVE WS-RULE-TYPE  TO CLA-ASSESS-TYPE.
           MOVE WS-RATE-BASIS TO CLA-RATE-BASIS.
           MOVE WS-RATE       TO CLA-ASSESS-RATE.

           PERFORM P350000-PASS-THRU-RULE THRU P350000-EXIT.

           IF PASS-THRU-ALLOWED
               MOVE 'Y' TO CLA-PASS-THRU-IND
               ADD CLA-ASSESS-AMOUNT TO WS-CASE-PASS-AMOUNT
           ELSE
               MOVE 'N' TO CLA-PASS-THRU-IND.

           MOVE WS-COV-MONTH      TO CLA-COVERAGE-MONTH.
           MOVE LA-OPERATOR-LOGON TO CLA-CALC-LOGON.

           EXEC SQL
               INSERT INTO COVERED_LIFE_ASSESS
                      ( COVERAGE_MONTH,
                        ASSESS_TYPE,
                        CASE_NUM,
                        CASENAME#IDNTITY,
                        STATE,
                        CARRIER_CODE,
                        EMPLOYEE_LIVES,
                        DEPENDENT_LIVES,
                        COVERED_LIVES,
                        RATE_BASIS,
                        ASSESS_RATE,
                        ASSESS_AMOUNT,
                        PASS_THRU_IND,
                        CALC_LOGON,
                        CALC_TIMESTAMP )
               VALUES ( :CLA-COVERAGE-MONTH,
                        :CLA-ASSESS-TYPE,
                        :CLA-CASE-NUM,
                        :CLA-CASE-IDNTITY,
                        :CLA-STATE,
                        :CLA-CARRIER-CODE,
                        :CLA-EMPLOYEE-LIVES,
                        :CLA-DEPENDENT-LIVES,
                        :CLA-COVERED-LIVES,
                        :CLA-RATE-BASIS,
                        :CLA-ASSESS-RATE,
                        :CLA-ASSESS-AMOUNT,
                        :CLA-PASS-THRU-IND,
                        :CLA-CALC-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LA-RETURN-CODE
               MOVE 'Y'  TO WS-RATE-EOF-SW
               GO TO P300000-EXIT.

           ADD 1                 TO LA-ASSESSMENTS.
           ADD CLA-ASSESS-AMOUNT TO LA-ASSESS-TOTAL.

       P300000-EXIT.
           EXIT.
           TITLE 'LIFEASMT --> DOES THE CASE CONTRACT PASS IT THROUGH'.
       P350000-PASS-THRU-RULE SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'LIFEASMT' / 'PASS THRU' FOR THE CARRIER,     *
      *    THE CASE NUMBER (OR 'ALL') IN RULE_ENTITY AND THE           *
      *    ASSESSMENT TYPE (OR 'ALL') IN RULE_QUALIFIER - Y PASSES THE *
      *    ASSESSMENT THROUGH TO THE CASE.  THE MOST SPECIFIC RULE     *
      *    WINS; NO RULE MEANS THE CONTRACT DOES NOT ALLOW IT.         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PASS-THRU-SW.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID     = 'LIFEASMT'
                  AND RULE           = 'PASS THRU'
                  AND CARRIER        = :CLA-CARRIER-CODE
                  AND RULE_ENTITY    IN (:CLA-CASE-NUM, 'ALL')
                  AND RULE_QUALIFIER IN (:CLA-ASSESS-TYPE, 'ALL')
                  AND CURRENT_IND    = 'Y'
                ORDER BY CASE WHEN RULE_ENTITY = 'ALL'
                              THEN 1 ELSE 0 END,
                         CASE WHEN RULE_QUALIFIER = 'ALL'
                              THEN 1 ELSE 0 END
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:1) = 'Y'
               MOVE 'Y' TO WS-PASS-THRU-SW.

       P350000-EXIT.
           EXIT.
           TITLE 'LIFEASMT --> BILL THE PASS-THROUGH THROUGH FEEBILL'.
       P500000-BILL-THE-PASS-THRU SECTION.
      *----------------------------------------------------------------*
      *    FEEBILL 'L' POSTS THE CASE'S PASS-THROUGH ASSESSMENTS FOR   *
      *    THE MONTH AS ONE FEE TYPE 'L' CHARGE ON ITS NEXT BILL.  A   *
      *    CHARGE FEEBILL WILL NOT BOOK IS ABSORBED - THE CASE'S ROWS  *
      *    FOR THE MONTH GO BACK TO 'N' AND THE CASE IS NOTED ON LIVA. *
      *----------------------------------------------------------------*

           MOVE SPACES              TO FEEBILL-COMM-AREA.
           MOVE ZERO                TO FB-ASSESS-ID FB-FEES-BILLED
                                       FB-AMOUNT-BILLED FB-FEE-RATE
                                       FB-FEE-FREQUENCY
                                       FB-CASES-DISCLOSED.
           MOVE 'L'                 TO FB-FUNCTION-CODE.
           MOVE CLA-CASE-NUM        TO FB-CASE-NUM.
           MOVE CLA-CARRIER-CODE    TO FB-CARRIER-CODE.
           MOVE WS-COV-MONTH        TO FB-CHARGE-MONTH.
           MOVE WS-CASE-PASS-AMOUNT TO FB-CHARGE-AMOUNT.
           MOVE LA-OPERATOR-LOGON   TO FB-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('FEEBILL')
                     COMMAREA (FEEBILL-COMM-AREA)
                     LENGTH   (LENGTH OF FEEBILL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR FB-RETURN-CODE = '12'
               MOVE '12' TO LA-RETURN-CODE
               GO TO P500000-EXIT.

           IF FB-RETURN-CODE = '00'
               ADD 1                TO LA-CASES-PASSED
               ADD FB-AMOUNT-BILLED TO LA-PASSED-TOTAL
               GO TO P500000-EXIT.

           EXEC SQL
               UPDATE COVERED_LIFE_ASSESS
                  SET PASS_THRU_IND  = 'N'
                WHERE COVERAGE_MONTH = :WS-COV-MONTH
                  AND CASE_NUM       = :CLA-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LA-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE WS-CASE-PASS-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '                 DELIMITED BY SIZE
                  CLA-CASE-NUM            DELIMITED BY SIZE
                  ' PASS-THROUGH '        DELIMITED BY SIZE
                  WS-EDIT-AMOUNT          DELIMITED BY SIZE
                  ' NOT BILLED - '        DELIMITED BY SIZE
                  'FEEBILL RETURN CODE '  DELIMITED BY SIZE
                  FB-RETURN-CODE          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P500000-EXIT.
           EXIT.
           TITLE 'LIFEASMT --> FILING SUMMARY'.
       P600000-FILING-SUMMARY SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COVERED-LIFE ASSESSMENTS FOR '  DELIMITED BY SIZE
                  WS-COV-MONTH                     DELIMITED BY SIZE
                  ' THROUGH '                      DELIMITED BY SIZE
                  WS-THRU-MONTH                    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TYPE       ST CA MONTH   CASES EMP LIVES DEP LIVES'
                  '     LIVES       ASSESSED    PASSED THRU'
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           EXEC SQL
               OPEN LASUMCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LA-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N'          TO WS-SUM-EOF-SW.
           MOVE LOW-VALUES   TO WS-BRK-KEY.
           MOVE ZERO         TO WS-SUMMARY-LINES
                                WS-GRP-MEMBER-MONTHS WS-GRP-AMOUNT
                                WS-GRP-PASSED
                                WS-TYP-MEMBER-MONTHS WS-TYP-AMOUNT.

           PERFORM P650000-ONE-SUMMARY-LINE THRU P650000-EXIT
               UNTIL SUMMARY-CURSOR-EOF.

           EXEC SQL
               CLOSE LASUMCUR
           END-EXEC.

           IF LA-RETURN-CODE = '12'
               GO TO P600000-EXIT.

           IF WS-SUMMARY-LINES > ZERO
               PERFORM P700000-GROUP-TOTAL THRU P700000-EXIT
               PERFORM P750000-TYPE-TOTAL THRU P750000-EXIT.

           IF LA-FUNCTION-CODE NOT = 'F'
               GO TO P600000-EXIT.

           MOVE WS-SUMMARY-LINES TO LA-ASSESSMENTS.

           IF WS-SUMMARY-LINES = ZERO AND LA-RETURN-CODE = '00'
               MOVE '02' TO LA-RETURN-CODE.

       P600000-EXIT.
           EXIT.
           TITLE 'LIFEASMT --> ONE MONTH OF A TYPE, STATE AND CARRIER'.
       P650000-ONE-SUMMARY-LINE SECTION.

           EXEC SQL
               FETCH LASUMCUR
                 INTO :WS-SUM-TYPE,
                      :WS-SUM-STATE,
                      :WS-SUM-CARRIER,
                      :WS-SUM-MONTH,
                      :WS-SUM-CASES,
                      :WS-SUM-EMP-LIVES,
                      :WS-SUM-DEP-LIVES,
                      :WS-SUM-LIVES,
                      :WS-SUM-AMOUNT,
                      :WS-SUM-PASSED
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO LA-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SUM-EOF-SW
               GO TO P650000-EXIT.

           MOVE WS-SUM-TYPE    TO WS-KEY-TYPE.
           MOVE WS-SUM-STATE   TO WS-KEY-STATE.
           MOVE WS-SUM-CARRIER TO WS-KEY-CARRIER.

           IF WS-SUMMARY-LINES > ZERO
               AND WS-SUM-KEY NOT = WS-BRK-KEY
               PERFORM P700000-GROUP-TOTAL THRU P700000-EXIT
               IF WS-SUM-TYPE NOT = WS-BRK-TYPE
                   PERFORM P750000-TYPE-TOTAL THRU P750000-EXIT.

           MOVE WS-SUM-KEY TO WS-BRK-KEY.

           ADD 1             TO WS-SUMMARY-LINES.
           ADD WS-SUM-LIVES  TO WS-GRP-MEMBER-MONTHS
                                WS-TYP-MEMBER-MONTHS.
           ADD WS-SUM-AMOUNT TO WS-GRP-AMOUNT WS-TYP-AMOUNT.
           ADD WS-SUM-PASSED TO WS-GRP-PASSED.

           IF LA-FUNCTION-CODE = 'F'
               ADD WS-SUM-AMOUNT TO LA-ASSESS-TOTAL
               ADD WS-SUM-PASSED TO LA-PASSED-TOTAL.

           MOVE WS-SUM-CASES     TO WS-EDIT-CASES.
           MOVE WS-SUM-EMP-LIVES TO WS-EDIT-EMP-LIVES.
           MOVE WS-SUM-DEP-LIVES TO WS-EDIT-DEP-LIVES.
           MOVE WS-SUM-LIVES     TO WS-EDIT-LIVES.
           MOVE WS-SUM-AMOUNT    TO WS-EDIT-AMOUNT.
           MOVE WS-SUM-PASSED    TO WS-EDIT-PASSED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-SUM-TYPE        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-SUM-STATE       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-SUM-CARRIER     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-SUM-MONTH       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-CASES      DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  WS-EDIT-EMP-LIVES  DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  WS-EDIT-DEP-LIVES  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-LIVES      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-PASSED     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P650000-EXIT.
           EXIT.
           TITLE 'LIFEASMT --> STATE AND CARRIER TOTAL FOR THE FILING'.
       P700000-GROUP-TOTAL SECTION.

      *----------------------------------------------------------------*
      *    MEMBER MONTHS OVER THE MONTHS IN THE PERIOD GIVE THE        *
      *    AVERAGE COVERED LIVES THE PCORI RETURN ASKS FOR.            *
      *----------------------------------------------------------------*
           COMPUTE WS-GRP-AVG-LIVES ROUNDED =
               WS-GRP-MEMBER-MONTHS / WS-PERIOD-MONTHS.

           MOVE WS-GRP-MEMBER-MONTHS TO WS-EDIT-MEMBER-MONTHS.
           MOVE WS-GRP-AVG-LIVES     TO WS-EDIT-AVG-LIVES.
           MOVE WS-GRP-AMOUNT        TO WS-EDIT-AMOUNT.
           MOVE WS-GRP-PASSED        TO WS-EDIT-PASSED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TOTAL '            DELIMITED BY SIZE
                  WS-BRK-STATE          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BRK-CARRIER        DELIMITED BY SIZE
                  ' MEMBER MONTHS'      DELIMITED BY SIZE
                  WS-EDIT-MEMBER-MONTHS DELIMITED BY SIZE
                  ' AVG LIVES'          DELIMITED BY SIZE
                  WS-EDIT-AVG-LIVES     DELIMITED BY SIZE
                  ' DUE'                DELIMITED BY SIZE
                  WS-EDIT-AMOUNT        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EDIT-PASSED        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           MOVE ZERO TO WS-GRP-MEMBER-MONTHS WS-GRP-AMOUNT
                        WS-GRP-PASSED.

       P700000-EXIT.
           EXIT.
           TITLE 'LIFEASMT --> ASSESSMENT TYPE TOTAL'.
       P750000-TYPE-TOTAL SECTION.

           MOVE WS-TYP-MEMBER-MONTHS TO WS-EDIT-MEMBER-MONTHS.
           MOVE WS-TYP-AMOUNT        TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-BRK-TYPE           DELIMITED BY SIZE
                  ' TYPE TOTAL   MEMBER MONTHS'
                                        DELIMITED BY SIZE
                  WS-EDIT-MEMBER-MONTHS DELIMITED BY SIZE
                  '  DUE'               DELIMITED BY SIZE
                  WS-EDIT-AMOUNT        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           MOVE ZERO TO WS-TYP-MEMBER-MONTHS WS-TYP-AMOUNT.

       P750000-EXIT.
           EXIT.
           TITLE 'LIFEASMT --> WRITE ONE LINE TO THE LIVA TDQ'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('LIVA')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
