       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DQSCORE.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: DQSCORE                                        *
      *  PROGRAM TEXT:  NIGHTLY FIELD-LEVEL DATA-QUALITY SCORING.       *
      *                 ONLY CENSLOAD EVER TOUCHED DATA_ERROR_FLAG AND  *
      *                 INTEGSWP FINDS ORPHANS, NOT BAD VALUES, SO NO   *
      *                 ONE MEASURED DATA QUALITY ACROSS THE BOOK.      *
      *                 FUNCTION 'S' LOADS THE ACTIVE DQ_RULE ROWS AND  *
      *                 RUNS EVERY ACTIVE EMPLOYEE, CASE BY CASE AND    *
      *                 SITE BY SITE, THROUGH EACH RULE'S CHECK.  AN    *
      *                 EMPLOYEE FAILING ANY RULE GETS DATA_ERROR_FLAG  *
      *                 'Y' (A CLEAN ONE HAS IT CLEARED) AND ONE OPEN   *
      *                 DQ_EXCEPTION ROW PER FAILING RULE - THE         *
      *                 CORRECTION WORKLIST WORKBSKT SHOWS AS QUEUE     *
      *                 DATAQUAL.  A ROW NOT SEEN AGAIN BY A COMPLETE   *
      *                 RUN IS CLOSED AS CORRECTED.  EACH SITE AND      *
      *                 EACH CASE GETS A DQ_SCORECARD ROW AND A LINE    *
      *                 ON THE DQSC TDQ.  THE RUN CHECKPOINTS AT EVERY  *
      *                 CASE BREAK.                                     *
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
       77  WS-RULE-LIMIT               PIC S9(4) COMP VALUE +50.
       77  WS-DEFAULT-AGE-MIN          PIC 9(3)       VALUE 14.
       77  WS-DEFAULT-AGE-MAX          PIC 9(3)       VALUE 99.

       01  WS-RULE-EOF-SW               PIC X     VALUE 'N'.
           88  RULE-CURSOR-EOF          VALUE 'Y'.
       01  WS-EMP-EOF-SW                PIC X     VALUE 'N'.
           88  EMP-CURSOR-EOF           VALUE 'Y'.
       01  WS-RULE-FAILED-SW            PIC X     VALUE 'N'.
           88  RULE-FAILED              VALUE 'Y'.

       01  WS-RULE-COUNT                PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-SUB                  PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RT-RULE-CODE      PIC X(4).
               10  WS-RT-CHECK-TYPE     PIC X(2).
               10  WS-RT-RULE-PARM      PIC X(15).

       01  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
       01  WS-LAST-CASE                 PIC X(6)  VALUE SPACES.
       01  WS-LAST-SITE                 PIC X(2)  VALUE SPACES.

      *    THE EMPLOYEE BEING SCORED
       01  WS-EMP-CASE-NUM              PIC X(6)  VALUE SPACES.
       01  WS-EMP-IDNTITY               PIC X(8)  VALUE SPACES.
       01  WS-EMP-NUM                   PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-EMP-SITE                  PIC X(2)  VALUE SPACES.
       01  WS-EMP-DOB                   PIC X(10) VALUE SPACES.
       01  WS-EMP-HIRE-DATE             PIC X(10) VALUE SPACES.
       01  WS-EMP-AGE                   PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-EMP-SALARY                PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-EMP-PREMIUM               PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-EMP-RATING-ZIP            PIC X(5)  VALUE SPACES.
       01  WS-EMP-SEX                   PIC X(1)  VALUE SPACE.
       01  WS-EMP-ERROR-FLAG            PIC X(1)  VALUE SPACE.
       01  WS-EMP-LIFE-OPTION           PIC X(1)  VALUE SPACE.
       01  WS-EMP-ACTIVE-COVS           PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-NEW-ERROR-FLAG            PIC X(1)  VALUE SPACE.
       01  WS-EMP-FAILURES              PIC S9(3) COMP-3 VALUE ZERO.

       01  WS-PARM-TALLY                PIC S9(4) COMP VALUE ZERO.
       01  WS-AGE-RANGE                 PIC X(6)  VALUE SPACES.
       01  WS-AGE-RANGE-R REDEFINES WS-AGE-RANGE.
           05  WS-AGE-MIN               PIC 9(3).
           05  WS-AGE-MAX               PIC 9(3).

      *    SCORECARD ACCUMULATORS - SITE WITHIN CASE
       01  WS-SITE-CHECKED              PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-SITE-CLEAN                PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-SITE-FAILURES             PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CASE-CHECKED              PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CASE-CLEAN                PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CASE-FAILURES             PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-SCORE-PCT                 PIC S9(3)V99 COMP-3 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-CLEAN                PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-FAILS                PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-SCORE                PIC ZZ9.99 VALUE ZERO.

           COPY DQRULE.
           COPY DQEXCEPT.
           COPY DQSCCARD.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE DQRULCUR CURSOR FOR
               SELECT RULE_CODE,
                      CHECK_TYPE,
                      RULE_PARM
                 FROM DQ_RULE
                WHERE ACTIVE_IND = 'Y'
                ORDER BY RULE_CODE
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY ACTIVE EMPLOYEE, CASE THEN SITE ORDER FOR THE         *
      *    SCORECARD BREAKS.  WITH HOLD SO THE CASE-BREAK CHECKPOINT   *
      *    SYNCPOINT DOES NOT CLOSE THE DRIVING CURSOR.                *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE DQEMPCUR CURSOR WITH HOLD FOR
               SELECT E.UNIQUE-NUM,
                      E.CASENAME#IDNTITY,
                      E.EMP_NUM,
                      E.SITE_CODE,
                      CHAR(E.DATE_OF_BIRTH, ISO),
                      CHAR(VALUE(E.HIRE_DATE, '0001-01-01'), ISO),
                      YEAR(CURRENT DATE - E.DATE_OF_BIRTH),
                      E.ANNUAL_SALARY,
                      E.TOTAL_PREMIUM,
                      E.RATING_ZIP,
                      E.SEX_CODE,
                      E.DATA_ERROR_FLAG,
                      C.LIFE_OPTION,
                      (SELECT COUNT(*)
                         FROM COVERAGE V
                        WHERE V.CASENAME#CIM     = E.CASENAME#IDNTITY
                          AND V.EMPLOYEE#EMP_NUM = E.EMP_NUM
                          AND VALUE(V.EFF_DATE, '0001-01-01')
                              <= CURRENT DATE
                          AND VALUE(V.TERM_DATE, '9999-12-31')
                              > CURRENT DATE)
                 FROM EMPLOYEE E, CASE_MASTER C
                WHERE C.CASE_NUM         = E.UNIQUE-NUM
                  AND C.CASENAME#IDNTITY = E.CASENAME#IDNTITY
                  AND E.ACTIVE_IND       = 'Y'
                ORDER BY E.UNIQUE-NUM, E.SITE_CODE, E.EMP_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'DQSCORE --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DQSCOREC.
           TITLE 'DQSCORE --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'DQSCORE'  TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO DQ-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO DQ-RETURN-CODE.
           MOVE ZERO TO DQ-RULES-LOADED DQ-CASES-SCORED
                        DQ-EMPS-CHECKED DQ-EMPS-FLAGGED
                        DQ-ITEMS-OPENED DQ-ITEMS-CLOSED.

           IF DQ-FUNCTION-CODE NOT = 'S'
               MOVE '01' TO DQ-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P100000-LOAD-THE-RULES THRU P100000-EXIT.

           IF DQ-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P200000-SCORE-THE-BOOK THRU P200000-EXIT.

           IF DQ-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P700000-CLOSE-CORRECTED-ITEMS THRU P700000-EXIT.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - THE CHECKPOINTED
      *    CASES STAND AND A RERUN SIMPLY SCORES THE BOOK AGAIN.
           IF DQ-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE
           END-IF.
           MOVE 'DQSCORE'       TO RL-PROGRAM-NAME.
           MOVE DQ-EMPS-CHECKED TO RL-RECORD-COUNT.
           MOVE DQ-RETURN-CODE  TO RL-PROGRAM-RC.
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
           TITLE 'DQSCORE --> LOAD THE ACTIVE RULES'.
       P100000-LOAD-THE-RULES SECTION.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-RUN-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DQ-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE ZERO TO WS-RULE-COUNT.

           EXEC SQL
               OPEN DQRULCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DQ-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE 'N' TO WS-RULE-EOF-SW.
           PERFORM P150000-LOAD-ONE-RULE THRU P150000-EXIT
               UNTIL RULE-CURSOR-EOF.

           EXEC SQL
               CLOSE DQRULCUR
           END-EXEC.

           IF DQ-RETURN-CODE NOT = '00'
               GO TO P100000-EXIT.

           MOVE WS-RULE-COUNT TO DQ-RULES-LOADED.

           IF WS-RULE-COUNT = ZERO
               MOVE '02' TO DQ-RETURN-CODE.

       P100000-EXIT.
           EXIT.
       P150000-LOAD-ONE-RULE SECTION.

           EXEC SQL
               FETCH DQRULCUR
                 INTO :DQR-RULE-CODE,
                      :DQR-CHECK-TYPE,
                      :DQR-RULE-PARM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DQ-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RULE-EOF-SW
               GO TO P150000-EXIT.

      *    PAST THE TABLE LIMIT THE REMAINING RULES ARE NOT RUN.
           IF WS-RULE-COUNT NOT < WS-RULE-LIMIT
               MOVE 'Y' TO WS-RULE-EOF-SW
               GO TO P150000-EXIT.

           ADD 1 TO WS-RULE-COUNT.
           MOVE DQR-RULE-CODE  TO WS-RT-RULE-CODE (WS-RULE-COUNT).
           MOVE DQR-CHECK-TYPE TO WS-RT-CHECK-TYPE (WS-RULE-COUNT).
           MOVE DQR-RULE-PARM  TO WS-RT-RULE-PARM (WS-RULE-COUNT).

       P150000-EXIT.
           EXIT.
           TITLE 'DQSCORE --> SCORE EVERY ACTIVE EMPLOYEE'.
       P200000-SCORE-THE-BOOK SECTION.

      *    A RERUN THE SAME DAY REPLACES THE DAY'S SCORECARD.
           EXEC SQL
               DELETE FROM DQ_SCORECARD
                WHERE RUN_DATE = :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO DQ-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DATA-QUALITY SCORECARD ' DELIMITED BY SIZE
                  WS-RUN-DATE               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-LINE THRU P900000-EXIT.

           MOVE 'CASE   SITE  CHECKED   CLEAN   FAILS   SCORE'
             TO WS-REPORT-LINE.
           PERFORM P900000-WRITE-LINE THRU P900000-EXIT.

           MOVE SPACES TO WS-LAST-CASE WS-LAST-SITE.
           MOVE ZERO   TO WS-SITE-CHECKED WS-SITE-CLEAN
                          WS-SITE-FAILURES WS-CASE-CHECKED
                          WS-CASE-CLEAN WS-CASE-FAILURES.

           EXEC SQL
               OPEN DQEMPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DQ-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-EMP-EOF-SW.
           PERFORM P300000-SCORE-ONE-EMPLOYEE THRU P300000-EXIT
               UNTIL EMP-CURSOR-EOF.

           EXEC SQL
               CLOSE DQEMPCUR
           END-EXEC.

           IF DQ-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

      *    THE LAST SITE AND CASE BREAK AT END OF FILE.
           IF WS-LAST-CASE NOT = SPACES
               PERFORM P500000-SITE-BREAK THRU P500000-EXIT
               PERFORM P550000-CASE-BREAK THRU P550000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'DQSCORE --> SCORE ONE EMPLOYEE'.
       P300000-SCORE-ONE-EMPLOYEE SECTION.

           EXEC SQL
               FETCH DQEMPCUR
                 INTO :WS-EMP-CASE-NUM,
                      :WS-EMP-IDNTITY,
                      :WS-EMP-NUM,
                      :WS-EMP-SITE,
                      :WS-EMP-DOB,
                      :WS-EMP-HIRE-DATE,
                      :WS-EMP-AGE,
                      :WS-EMP-SALARY,
                      :WS-EMP-PREMIUM,
                      :WS-EMP-RATING-ZIP,
                      :WS-EMP-SEX,
                      :WS-EMP-ERROR-FLAG,
                      :WS-EMP-LIFE-OPTION,
                      :WS-EMP-ACTIVE-COVS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DQ-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-EMP-EOF-SW
               GO TO P300000-EXIT.

      *----------------------------------------------------------------*
      *    SITE AND CASE CONTROL BREAKS.                               *
      *----------------------------------------------------------------*
           IF WS-LAST-CASE NOT = SPACES
               IF WS-EMP-CASE-NUM NOT = WS-LAST-CASE
                   PERFORM P500000-SITE-BREAK THRU P500000-EXIT
                   PERFORM P550000-CASE-BREAK THRU P550000-EXIT
               ELSE
                   IF WS-EMP-SITE NOT = WS-LAST-SITE
                       PERFORM P500000-SITE-BREAK THRU P500000-EXIT
                   END-IF
               END-IF
           END-IF.

           IF DQ-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-EMP-EOF-SW
               GO TO P300000-EXIT.

           MOVE WS-EMP-CASE-NUM TO WS-LAST-CASE.
           MOVE WS-EMP-SITE     TO WS-LAST-SITE.

           MOVE SPACE TO WS-NEW-ERROR-FLAG.
           MOVE ZERO  TO WS-EMP-FAILURES.

           PERFORM P400000-APPLY-ONE-RULE THRU P400000-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
                 UNTIL WS-RULE-SUB > WS-RULE-COUNT
                    OR DQ-RETURN-CODE NOT = '00'.

           IF DQ-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-EMP-EOF-SW
               GO TO P300000-EXIT.

           ADD 1 TO DQ-EMPS-CHECKED WS-SITE-CHECKED.
           ADD WS-EMP-FAILURES TO WS-SITE-FAILURES.
           IF WS-EMP-FAILURES = ZERO
               ADD 1 TO WS-SITE-CLEAN
           ELSE
               ADD 1 TO DQ-EMPS-FLAGGED.

           IF WS-NEW-ERROR-FLAG = WS-EMP-ERROR-FLAG
               GO TO P300000-EXIT.

           EXEC SQL
               UPDATE EMPLOYEE
                  SET DATA_ERROR_FLAG = :WS-NEW-ERROR-FLAG
                WHERE CASENAME#IDNTITY = :WS-EMP-IDNTITY
                  AND UNIQUE-NUM       = :WS-EMP-CASE-NUM
                  AND EMP_NUM          = :WS-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DQ-RETURN-CODE
               MOVE 'Y'  TO WS-EMP-EOF-SW.

       P300000-EXIT.
           EXIT.
           TITLE 'DQSCORE --> RUN ONE RULE AGAINST THE EMPLOYEE'.
       P400000-APPLY-ONE-RULE SECTION.

           MOVE 'N' TO WS-RULE-FAILED-SW.

           EVALUATE WS-RT-CHECK-TYPE (WS-RULE-SUB)
               WHEN 'DH'
                   IF WS-EMP-HIRE-DATE NOT = '0001-01-01'
                       AND WS-EMP-DOB NOT < WS-EMP-HIRE-DATE
                       MOVE 'Y' TO WS-RULE-FAILED-SW
                   END-IF
               WHEN 'SZ'
                   IF WS-EMP-SALARY = ZERO
                       AND WS-EMP-LIFE-OPTION NOT = SPACE
                       MOVE ZERO TO WS-PARM-TALLY
                       INSPECT WS-RT-RULE-PARM (WS-RULE-SUB)
                           TALLYING WS-PARM-TALLY
                           FOR ALL WS-EMP-LIFE-OPTION
                       IF WS-PARM-TALLY > ZERO
                           MOVE 'Y' TO WS-RULE-FAILED-SW
                       END-IF
                   END-IF
               WHEN 'RZ'
                   IF WS-EMP-RATING-ZIP = SPACES
                       OR WS-EMP-RATING-ZIP = '00000'
                       OR WS-EMP-RATING-ZIP NOT NUMERIC
                       MOVE 'Y' TO WS-RULE-FAILED-SW
                   END-IF
               WHEN 'TP'
                   IF WS-EMP-PREMIUM = ZERO
                       AND WS-EMP-ACTIVE-COVS > ZERO
                       MOVE 'Y' TO WS-RULE-FAILED-SW
                   END-IF
               WHEN 'AG'
                   MOVE WS-RT-RULE-PARM (WS-RULE-SUB) (1:6)
                     TO WS-AGE-RANGE
                   IF WS-AGE-RANGE NOT NUMERIC
                       MOVE WS-DEFAULT-AGE-MIN TO WS-AGE-MIN
                       MOVE WS-DEFAULT-AGE-MAX TO WS-AGE-MAX
                   END-IF
                   IF WS-EMP-AGE < WS-AGE-MIN
                       OR WS-EMP-AGE > WS-AGE-MAX
                       MOVE 'Y' TO WS-RULE-FAILED-SW
                   END-IF
               WHEN 'SX'
                   IF WS-EMP-SEX NOT = 'M' AND WS-EMP-SEX NOT = 'F'
                       MOVE 'Y' TO WS-RULE-FAILED-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF NOT RULE-FAILED
               GO TO P400000-EXIT.

           ADD 1   TO WS-EMP-FAILURES.
           MOVE 'Y' TO WS-NEW-ERROR-FLAG.

           PERFORM P450000-KEEP-THE-EXCEPTION THRU P450000-EXIT.

       P400000-EXIT.
           EXIT.
           TITLE 'DQSCORE --> OPEN OR RE-STAMP THE WORKLIST ITEM'.
       P450000-KEEP-THE-EXCEPTION SECTION.

           MOVE WS-RT-RULE-CODE (WS-RULE-SUB) TO DQX-RULE-CODE.

           EXEC SQL
               UPDATE DQ_EXCEPTION
                  SET LAST_SEEN_DATE   = :WS-RUN-DATE,
                      SITE_CODE        = :WS-EMP-SITE
                WHERE CASE_NUM         = :WS-EMP-CASE-NUM
                  AND CASENAME#IDNTITY = :WS-EMP-IDNTITY
                  AND EMP_NUM          = :WS-EMP-NUM
                  AND RULE_CODE        = :DQX-RULE-CODE
                  AND EXC_STATUS       = 'O'
           END-EXEC.

           IF SQLCODE = ZERO
               GO TO P450000-EXIT.

           IF SQLCODE NOT = +100
               MOVE '12' TO DQ-RETURN-CODE
               GO TO P450000-EXIT.

           EXEC SQL
               INSERT INTO DQ_EXCEPTION
                      ( CASE_NUM,
                        CASENAME#IDNTITY,
                        EMP_NUM,
                        RULE_CODE,
                        SITE_CODE,
                        DETECTED_DATE,
                        LAST_SEEN_DATE,
                        EXC_STATUS,
                        CLOSED_DATE )
               VALUES ( :WS-EMP-CASE-NUM,
                        :WS-EMP-IDNTITY,
                        :WS-EMP-NUM,
                        :DQX-RULE-CODE,
                        :WS-EMP-SITE,
                        :WS-RUN-DATE,
                        :WS-RUN-DATE,
                        'O',
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DQ-RETURN-CODE
               GO TO P450000-EXIT.

           ADD 1 TO DQ-ITEMS-OPENED.

       P450000-EXIT.
           EXIT.
           TITLE 'DQSCORE --> SITE BREAK - SCORECARD ROW AND LINE'.
       P500000-SITE-BREAK SECTION.

           MOVE WS-LAST-SITE     TO DQS-SITE-CODE.
           MOVE WS-SITE-CHECKED  TO DQS-EMPS-CHECKED.
           MOVE WS-SITE-CLEAN    TO DQS-EMPS-CLEAN.
           MOVE WS-SITE-FAILURES TO DQS-RULE-FAILURES.
           PERFORM P600000-WRITE-THE-SCORE THRU P600000-EXIT.

           ADD WS-SITE-CHECKED  TO WS-CASE-CHECKED.
           ADD WS-SITE-CLEAN    TO WS-CASE-CLEAN.
           ADD WS-SITE-FAILURES TO WS-CASE-FAILURES.
           MOVE ZERO TO WS-SITE-CHECKED WS-SITE-CLEAN WS-SITE-FAILURES.

       P500000-EXIT.
           EXIT.
           TITLE 'DQSCORE --> CASE BREAK - CASE TOTAL AND CHECKPOINT'.
       P550000-CASE-BREAK SECTION.

           IF DQ-RETURN-CODE NOT = '00'
               GO TO P550000-EXIT.

           MOVE SPACES           TO DQS-SITE-CODE.
           MOVE WS-CASE-CHECKED  TO DQS-EMPS-CHECKED.
           MOVE WS-CASE-CLEAN    TO DQS-EMPS-CLEAN.
           MOVE WS-CASE-FAILURES TO DQS-RULE-FAILURES.
           PERFORM P600000-WRITE-THE-SCORE THRU P600000-EXIT.

           IF DQ-RETURN-CODE NOT = '00'
               GO TO P550000-EXIT.

           ADD 1 TO DQ-CASES-SCORED.
           MOVE ZERO TO WS-CASE-CHECKED WS-CASE-CLEAN WS-CASE-FAILURES.

      *    ONE CASE IS ONE UNIT OF WORK.
           EXEC CICS SYNCPOINT
           END-EXEC.

       P550000-EXIT.
           EXIT.
           TITLE 'DQSCORE --> ONE SCORECARD ROW AND REPORT LINE'.
       P600000-WRITE-THE-SCORE SECTION.

           IF DQ-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           MOVE WS-RUN-DATE  TO DQS-RUN-DATE.
           MOVE WS-LAST-CASE TO DQS-CASE-NUM.

           IF DQS-EMPS-CHECKED = ZERO
               MOVE ZERO TO WS-SCORE-PCT
           ELSE
               COMPUTE WS-SCORE-PCT ROUNDED =
                   DQS-EMPS-CLEAN * 100 / DQS-EMPS-CHECKED
           END-IF.
           MOVE WS-SCORE-PCT TO DQS-SCORE-PCT.

           EXEC SQL
               INSERT INTO DQ_SCORECARD
                      ( RUN_DATE,
                        CASE_NUM,
                        SITE_CODE,
                        EMPS_CHECKED,
                        EMPS_CLEAN,
                        RULE_FAILURES,
                        SCORE_PCT )
               VALUES ( :DQS-RUN-DATE,
                        :DQS-CASE-NUM,
                        :DQS-SITE-CODE,
                        :DQS-EMPS-CHECKED,
                        :DQS-EMPS-CLEAN,
                        :DQS-RULE-FAILURES,
                        :DQS-SCORE-PCT )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DQ-RETURN-CODE
               GO TO P600000-EXIT.

      *    CASE   SITE  CHECKED   CLEAN   FAILS   SCORE
           MOVE DQS-EMPS-CHECKED  TO WS-EDIT-COUNT.
           MOVE DQS-EMPS-CLEAN    TO WS-EDIT-CLEAN.
           MOVE DQS-RULE-FAILURES TO WS-EDIT-FAILS.
           MOVE WS-SCORE-PCT      TO WS-EDIT-SCORE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF DQS-SITE-CODE = SPACES
               MOVE DQS-CASE-NUM  TO WS-REPORT-LINE (1:6)
               MOVE 'TOTL'        TO WS-REPORT-LINE (8:4)
           ELSE
               MOVE DQS-SITE-CODE TO WS-REPORT-LINE (8:2)
           END-IF.
           MOVE WS-EDIT-COUNT     TO WS-REPORT-LINE (14:7).
           MOVE WS-EDIT-CLEAN     TO WS-REPORT-LINE (22:7).
           MOVE WS-EDIT-FAILS     TO WS-REPORT-LINE (30:7).
           MOVE WS-EDIT-SCORE     TO WS-REPORT-LINE (38:6).
           PERFORM P900000-WRITE-LINE THRU P900000-EXIT.

       P600000-EXIT.
           EXIT.
           TITLE 'DQSCORE --> CLOSE ITEMS THE RUN DID NOT SEE AGAIN'.
       P700000-CLOSE-CORRECTED-ITEMS SECTION.

      *----------------------------------------------------------------*
      *    ONLY A COMPLETE RUN MAY CLOSE ITEMS: AN OPEN ROW NOT        *
      *    RE-STAMPED TONIGHT WAS CORRECTED, ITS EMPLOYEE LEFT THE     *
      *    ACTIVE ROLLS, OR ITS RULE WAS SWITCHED OFF.                 *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE DQ_EXCEPTION
                  SET EXC_STATUS  = 'C',
                      CLOSED_DATE = :WS-RUN-DATE
                WHERE EXC_STATUS     = 'O'
                  AND LAST_SEEN_DATE < :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO DQ-RETURN-CODE
               GO TO P700000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO DQ-ITEMS-CLOSED.

           EXEC CICS SYNCPOINT
           END-EXEC.

           MOVE DQ-EMPS-CHECKED TO WS-EDIT-COUNT.
           MOVE DQ-EMPS-FLAGGED TO WS-EDIT-FAILS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EMPLOYEES CHECKED ' DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
                  '  FLAGGED '         DELIMITED BY SIZE
                  WS-EDIT-FAILS        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-LINE THRU P900000-EXIT.

           MOVE DQ-ITEMS-OPENED TO WS-EDIT-COUNT.
           MOVE DQ-ITEMS-CLOSED TO WS-EDIT-FAILS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WORKLIST ITEMS OPENED ' DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
                  '  CLOSED '              DELIMITED BY SIZE
                  WS-EDIT-FAILS            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-LINE THRU P900000-EXIT.

       P700000-EXIT.
           EXIT.
           TITLE 'DQSCORE --> WRITE ONE LINE TO THE DQSC TDQ'.
       P900000-WRITE-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('DQSC')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
