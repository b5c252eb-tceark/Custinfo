       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYDEDN.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: PAYDEDN                                         *
      *  PROGRAM TEXT:  PAYROLL-DEDUCTION FILE TO EMPLOYERS.  EMPLOYERS *
      *                 RUNNING VOLUNTARY AND EMPLOYEE-PAID COVERAGE    *
      *                 KEYED EACH PAYCHECK'S DEDUCTION OFF OUR PRINTED *
      *                 BILL.  FUNCTION 'S' RECORDS A CASE'S PAY        *
      *                 FREQUENCY (WEEKLY, BI-WEEKLY, SEMI-MONTHLY OR   *
      *                 MONTHLY) ON PAYROLL_DEDUCT_SCHED.  FUNCTION 'F' *
      *                 SENDS EVERY CASE WHOSE FILE IS DUE ITS          *
      *                 DEDUCTION FILE ON THE PDED TDQ: EACH ACTIVE     *
      *                 EMPLOYEE'S SHARE OF EACH COVERAGE IN FORCE -    *
      *                 THE PREMIUM LESS THE EMPLOYER CONTRIBUTION -    *
      *                 SPREAD TO THE PAY PERIOD, MARKED NEW, CHANGED   *
      *                 OR STOPPED AGAINST THE LAST FILE, THEN MOVES    *
      *                 THE NEXT FILE DATE ON ONE PAY PERIOD.  FUNCTION *
      *                 'R' RECONCILES THE EMPLOYERS' RETURN FILES OF   *
      *                 WHAT WAS ACTUALLY DEDUCTED, ONCE FILECTL HAS    *
      *                 PROVED THEM, EMPLOYEE BY EMPLOYEE AGAINST WHAT  *
      *                 WE SENT; A VARIANCE GOES ON THE                 *
      *                 PAYROLL_DEDUCT_VARIANCE WORKLIST WITH THE       *
      *                 EMPLOYEE'S SAPDLGR ARREARS BESIDE IT AND SHOWS  *
      *                 ON THE WORKBSKT BASKET.  'X' RESOLVES A         *
      *                 VARIANCE.                                       *
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

       01  WS-GATE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-GATE-DATE-IND             PIC S9(4) COMP VALUE ZERO.

       01  FILECTL-COMM-AREA.
           COPY FILECTLC.

       01  WS-SCHED-EOF-SW              PIC X     VALUE 'N'.
           88  SCHED-EOF                VALUE 'Y'.
       01  WS-LINE-EOF-SW               PIC X     VALUE 'N'.
           88  LINE-EOF                 VALUE 'Y'.
       01  WS-DROP-EOF-SW               PIC X     VALUE 'N'.
           88  DROP-EOF                 VALUE 'Y'.
       01  WS-RETURN-EOF-SW             PIC X     VALUE 'N'.
           88  RETURN-EOF               VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-PAY-FREQUENCY             PIC X(1)  VALUE SPACE.
       01  WS-NEXT-FILE-DATE            PIC X(10) VALUE SPACES.
       01  WS-PERIODS-PER-YEAR          PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-EMP-NUM                   PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-EMP-SSN                   PIC S9(9)V COMP-3 VALUE ZERO.
       01  WS-SSN-DIGITS                PIC 9(9)  VALUE ZERO.
       01  WS-LAST-NAME                 PIC X(20) VALUE SPACES.
       01  WS-FIRST-NAME                PIC X(15) VALUE SPACES.
       01  WS-COVERAGE-TYPE             PIC X(8)  VALUE SPACES.
       01  WS-MONTHLY-SHARE             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-PERIOD-DEDUCT             PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-DEDUCT              PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-STATUS              PIC X(1)  VALUE SPACE.
       01  WS-CHANGE-CODE               PIC X(1)  VALUE SPACE.
       01  WS-CASE-LINES                PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CASE-TOTAL                PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-EXPECTED-AMOUNT           PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-VARIANCE-AMOUNT           PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-ARREARS-BAL               PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-AMOUNT               PIC ZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-VARIANCE             PIC ZZ,ZZ9.99- VALUE ZERO.

      *----------------------------------------------------------------*
      *    PAYROLL-DEDUCTION FILE RECORD - PER CASE ONE HEADER, ONE    *
      *    DETAIL PER EMPLOYEE AND COVERAGE TYPE, ONE TRAILER - TO     *
      *    THE PDED TDQ.                                               *
      *----------------------------------------------------------------*
       01  WS-DEDUCT-REC.
           05  WS-DED-REC-TYPE          PIC X(1).
               88  WS-DED-HEADER-REC    VALUE 'H'.
               88  WS-DED-DETAIL-REC    VALUE 'D'.
               88  WS-DED-TRAILER-REC   VALUE 'T'.
           05  WS-DED-CASE-NUM          PIC X(6).
           05  WS-DED-BODY              PIC X(100).
           05  WS-DED-HEADER REDEFINES WS-DED-BODY.
               10  WS-DEH-RUN-DATE      PIC X(10).
               10  WS-DEH-PAY-FREQUENCY PIC X(1).
               10  WS-DEH-PERIODS       PIC 9(3).
               10  WS-DEH-FIRST-PAY     PIC X(10).
               10  FILLER               PIC X(76).
           05  WS-DED-DETAIL REDEFINES WS-DED-BODY.
               10  WS-DED-EMP-NUM       PIC 9(5).
               10  WS-DED-SSN           PIC 9(9).
               10  WS-DED-LAST-NAME     PIC X(20).
               10  WS-DED-FIRST-NAME    PIC X(15).
               10  WS-DED-COVERAGE-TYPE PIC X(8).
               10  WS-DED-AMOUNT        PIC -9(5).99.
               10  WS-DED-CHANGE-CODE   PIC X(1).
      *                                   N = NEW, C = CHANGED,
      *                                   X = STOP, SPACE = SAME
               10  WS-DED-PRIOR-AMOUNT  PIC -9(5).99.
               10  FILLER               PIC X(24).
           05  WS-DED-TRAILER REDEFINES WS-DED-BODY.
               10  WS-DET-LINE-COUNT    PIC 9(7).
               10  WS-DET-TOTAL         PIC -9(7).99.
               10  FILLER               PIC X(82).

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

           COPY PDSCHED.
           COPY PDDEDUCT.
           COPY PDSTAGE.
           COPY PDVARNC.
           COPY EMPPDLGR.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE PDSCHCUR CURSOR FOR
               SELECT CASE_NUM,
                      CASENAME#IDNTITY,
                      PAY_FREQUENCY,
                      CHAR(NEXT_FILE_DATE, ISO)
                 FROM PAYROLL_DEDUCT_SCHED
                WHERE SCHED_STATUS = 'A'
                  AND ((:PD-CASE-NUM = ' '
                        AND NEXT_FILE_DATE <= CURRENT DATE)
                   OR CASE_NUM = :PD-CASE-NUM)
                ORDER BY CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE EMPLOYEE'S SHARE OF EACH COVERAGE IN FORCE TODAY - THE  *
      *    PREMIUM LESS THE EMPLOYER CONTRIBUTION, BY AMOUNT OR BY     *
      *    RATE, THE SAME WAY ACA1095 FIGURES IT.                      *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE PDCOVCUR CURSOR FOR
               SELECT E.EMP_NUM,
                      E.SSN,
                      E.LAST_NAME,
                      E.FIRST_NAME,
                      C.TYPE,
                      SUM(C.PREMIUM -
                          VALUE(C.EMPLOYER_CNTR_AMT,
                                C.PREMIUM *
                                VALUE(C.EMPLOYER_CNTR_RATE, 0)))
                 FROM EMPLOYEE E, COVERAGE C
                WHERE E.CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND E.UNIQUE-NUM       = :WS-CASE-NUM
                  AND E.ACTIVE_IND       = 'Y'
                  AND C.CASENAME#CIM     = E.CASENAME#IDNTITY
                  AND C.EMPLOYEE#EMP_NUM = E.EMP_NUM
                  AND (C.EFF_DATE IS NULL
                       OR C.EFF_DATE <= CURRENT DATE)
                  AND (C.TERM_DATE IS NULL
                       OR C.TERM_DATE > CURRENT DATE)
                GROUP BY E.EMP_NUM, E.SSN, E.LAST_NAME,
                         E.FIRST_NAME, C.TYPE
                ORDER BY E.EMP_NUM, C.TYPE
           END-EXEC.

      *----------------------------------------------------------------*
      *    LINES ON THE LAST FILE THAT THIS FILE DID NOT REFRESH -     *
      *    THE EMPLOYEE LEFT OR THE COVERAGE ENDED - GO AS STOPS.      *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE PDDRPCUR CURSOR FOR
               SELECT D.EMP_NUM,
                      D.COVERAGE_TYPE,
                      D.PERIOD_DEDUCTION,
                      VALUE(E.SSN, 0),
                      VALUE(E.LAST_NAME, ' '),
                      VALUE(E.FIRST_NAME, ' ')
                 FROM PAYROLL_DEDUCTION D
                 LEFT OUTER JOIN EMPLOYEE E
                   ON E.CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND E.EMP_NUM          = D.EMP_NUM
                WHERE D.CASE_NUM       = :WS-CASE-NUM
                  AND D.LINE_STATUS    = 'A'
                  AND D.LAST_SENT_DATE < CURRENT DATE
                ORDER BY D.EMP_NUM, D.COVERAGE_TYPE
           END-EXEC.

           EXEC SQL DECLARE PDRTNCUR CURSOR FOR
               SELECT CASE_NUM,
                      STAGE_SEQ,
                      SSN,
                      CHAR(PAY_DATE, ISO),
                      DEDUCTED_AMOUNT
                 FROM PAYROLL_DEDUCT_STAGE
                WHERE PROCESS_STATUS = 'P'
                ORDER BY CASE_NUM, STAGE_SEQ
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'PAYDEDN --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY PAYDEDNC.
           TITLE 'PAYDEDN --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF PD-FUNCTION-CODE = 'F' OR 'R'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'PAYDEDN ' TO RL-PROGRAM-NAME
               MOVE 'Y'        TO RL-HOLD-CHECK
               EXEC CICS LINK
                         PROGRAM  ('RUNLOG')
                         COMMAREA (RUNLOG-COMM-AREA)
                         LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
           END-IF.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO PD-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO PD-RETURN-CODE.
           MOVE ZERO TO PD-CASES-SENT PD-LINES-SENT PD-LINES-CHANGED
                        PD-ROWS-READ PD-ROWS-MATCHED PD-VARIANCES
                        PD-UNKNOWN-SSN.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-RUN-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EVALUATE PD-FUNCTION-CODE
               WHEN 'S'
                   PERFORM P200000-SET-THE-SCHEDULE THRU P200000-EXIT
               WHEN 'F'
                   PERFORM P300000-SEND-THE-FILES THRU P300000-EXIT
               WHEN 'R'
                   PERFORM P500000-RECONCILE-RETURNS THRU P500000-EXIT
               WHEN 'X'
                   PERFORM P700000-RESOLVE-VARIANCE THRU P700000-EXIT
               WHEN OTHER
                   MOVE '01' TO PD-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF PD-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF PD-FUNCTION-CODE = 'F' OR 'R'
               IF PD-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'PAYDEDN ' TO RL-PROGRAM-NAME
               IF PD-FUNCTION-CODE = 'F'
                   MOVE PD-LINES-SENT TO RL-RECORD-COUNT
               ELSE
                   MOVE PD-ROWS-READ  TO RL-RECORD-COUNT
               END-IF
               MOVE PD-RETURN-CODE TO RL-PROGRAM-RC
               EXEC CICS LINK
                         PROGRAM  ('RUNLOG')
                         COMMAREA (RUNLOG-COMM-AREA)
                         LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
           END-IF.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> SET ONE CASE PAY SCHEDULE'.
       P200000-SET-THE-SCHEDULE SECTION.

           IF PD-PAY-FREQUENCY NOT = 'W' AND NOT = 'B'
                           AND NOT = 'S' AND NOT = 'M'
                           AND NOT = 'I'
               MOVE '06' TO PD-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE PD-CASE-NUM TO WS-CASE-NUM.

           EXEC SQL
               SELECT CASENAME#IDNTITY
                 INTO :WS-CASE-IDNTITY
                 FROM CASE_MASTER
                WHERE CASE_NUM = :WS-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO PD-RETURN-CODE
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               GO TO P200000-EXIT.

      *    'I' STOPS THE FILE BUT KEEPS THE FREQUENCY FOR A RESTART.
           IF PD-PAY-FREQUENCY = 'I'
               EXEC SQL
                   UPDATE PAYROLL_DEDUCT_SCHED
                      SET SCHED_STATUS     = 'I',
                          CHANGE_LOGON     = :PD-OPERATOR-LOGON,
                          CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE CASE_NUM = :WS-CASE-NUM
               END-EXEC
               IF SQLCODE = +100
                   MOVE '02' TO PD-RETURN-CODE
               ELSE
                   IF SQLCODE NOT = ZERO
                       MOVE '12' TO PD-RETURN-CODE
                   END-IF
               END-IF
               GO TO P200000-EXIT.

           IF PD-NEXT-FILE-DATE = SPACES
               MOVE WS-RUN-DATE       TO WS-NEXT-FILE-DATE
           ELSE
               MOVE PD-NEXT-FILE-DATE TO WS-NEXT-FILE-DATE.

           EXEC SQL
               UPDATE PAYROLL_DEDUCT_SCHED
                  SET PAY_FREQUENCY    = :PD-PAY-FREQUENCY,
                      NEXT_FILE_DATE   = DATE(:WS-NEXT-FILE-DATE),
                      SCHED_STATUS     = 'A',
                      CHANGE_LOGON     = :PD-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM = :WS-CASE-NUM
           END-EXEC.

           IF SQLCODE = ZERO
               GO TO P200000-EXIT.

           IF SQLCODE NOT = +100
               MOVE '12' TO PD-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               INSERT INTO PAYROLL_DEDUCT_SCHED
                      ( CASE_NUM,
                        CASENAME#IDNTITY,
                        PAY_FREQUENCY,
                        NEXT_FILE_DATE,
                        LAST_FILE_DATE,
                        SCHED_STATUS,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP )
               VALUES ( :WS-CASE-NUM,
                        :WS-CASE-IDNTITY,
                        :PD-PAY-FREQUENCY,
                        DATE(:WS-NEXT-FILE-DATE),
                        NULL,
                        'A',
                        :PD-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> SEND THE DEDUCTION FILES DUE'.
       P300000-SEND-THE-FILES SECTION.

           EXEC SQL
               OPEN PDSCHCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE 'N' TO WS-SCHED-EOF-SW.

           PERFORM P350000-ONE-CASE-FILE THRU P350000-EXIT
               UNTIL SCHED-EOF.

           EXEC SQL
               CLOSE PDSCHCUR
           END-EXEC.

           IF PD-RETURN-CODE = '00'
               AND PD-CASES-SENT = ZERO
               MOVE '02' TO PD-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> ONE CASE DEDUCTION FILE'.
       P350000-ONE-CASE-FILE SECTION.

           EXEC SQL
               FETCH PDSCHCUR
                 INTO :WS-CASE-NUM,
                      :WS-CASE-IDNTITY,
                      :WS-PAY-FREQUENCY,
                      :WS-NEXT-FILE-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO PD-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SCHED-EOF-SW
               GO TO P350000-EXIT.

           EVALUATE WS-PAY-FREQUENCY
               WHEN 'W'
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN 'B'
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN 'S'
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.

           MOVE ZERO TO WS-CASE-LINES WS-CASE-TOTAL.

           MOVE SPACES              TO WS-DEDUCT-REC.
           MOVE 'H'                 TO WS-DED-REC-TYPE.
           MOVE WS-CASE-NUM         TO WS-DED-CASE-NUM.
           MOVE WS-RUN-DATE         TO WS-DEH-RUN-DATE.
           MOVE WS-PAY-FREQUENCY    TO WS-DEH-PAY-FREQUENCY.
           MOVE WS-PERIODS-PER-YEAR TO WS-DEH-PERIODS.
           MOVE WS-NEXT-FILE-DATE   TO WS-DEH-FIRST-PAY.
           PERFORM P800000-WRITE-DEDUCT-REC THRU P800000-EXIT.

           EXEC SQL
               OPEN PDCOVCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-SCHED-EOF-SW
               GO TO P350000-EXIT.

           MOVE 'N' TO WS-LINE-EOF-SW.

           PERFORM P400000-ONE-DEDUCTION-LINE THRU P400000-EXIT
               UNTIL LINE-EOF.

           EXEC SQL
               CLOSE PDCOVCUR
           END-EXEC.

           IF PD-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-SCHED-EOF-SW
               GO TO P350000-EXIT.

           EXEC SQL
               OPEN PDDRPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-SCHED-EOF-SW
               GO TO P350000-EXIT.

           MOVE 'N' TO WS-DROP-EOF-SW.

           PERFORM P450000-ONE-STOP-LINE THRU P450000-EXIT
               UNTIL DROP-EOF.

           EXEC SQL
               CLOSE PDDRPCUR
           END-EXEC.

           IF PD-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-SCHED-EOF-SW
               GO TO P350000-EXIT.

           MOVE SPACES        TO WS-DEDUCT-REC.
           MOVE 'T'           TO WS-DED-REC-TYPE.
           MOVE WS-CASE-NUM   TO WS-DED-CASE-NUM.
           MOVE WS-CASE-LINES TO WS-DET-LINE-COUNT.
           MOVE WS-CASE-TOTAL TO WS-DET-TOTAL.
           PERFORM P800000-WRITE-DEDUCT-REC THRU P800000-EXIT.

      *----------------------------------------------------------------*
      *    ONE PAY PERIOD ON FROM THE SCHEDULED DATE, SO THE FILE      *
      *    STAYS IN STEP WITH THE PAYROLL.  SEMI-MONTHLY RUNS ON THE   *
      *    1ST AND THE 16TH.                                           *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE PAYROLL_DEDUCT_SCHED
                  SET LAST_FILE_DATE   = CURRENT DATE,
                      NEXT_FILE_DATE   = CASE PAY_FREQUENCY
                          WHEN 'W' THEN NEXT_FILE_DATE + 7 DAYS
                          WHEN 'B' THEN NEXT_FILE_DATE + 14 DAYS
                          WHEN 'S' THEN
                               CASE WHEN DAY(NEXT_FILE_DATE) < 16
                                    THEN NEXT_FILE_DATE + 15 DAYS
                                    ELSE NEXT_FILE_DATE + 1 MONTH
                                                        - 15 DAYS
                               END
                          ELSE NEXT_FILE_DATE + 1 MONTH
                      END,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM = :WS-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-SCHED-EOF-SW
               GO TO P350000-EXIT.

           ADD 1 TO PD-CASES-SENT.

       P350000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> ONE EMPLOYEE/COVERAGE DEDUCTION'.
       P400000-ONE-DEDUCTION-LINE SECTION.

           EXEC SQL
               FETCH PDCOVCUR
                 INTO :WS-EMP-NUM,
                      :WS-EMP-SSN,
                      :WS-LAST-NAME,
                      :WS-FIRST-NAME,
                      :WS-COVERAGE-TYPE,
                      :WS-MONTHLY-SHARE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO PD-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-LINE-EOF-SW
               GO TO P400000-EXIT.

      *    FULLY EMPLOYER-PAID COVERAGE IS NOT A DEDUCTION.  A LINE
      *    THAT WAS ONE BEFORE IS LEFT UNREFRESHED AND GOES AS A STOP.
           IF WS-MONTHLY-SHARE NOT > ZERO
               GO TO P400000-EXIT.

           COMPUTE WS-PERIOD-DEDUCT ROUNDED =
               WS-MONTHLY-SHARE * 12 / WS-PERIODS-PER-YEAR.

           MOVE ZERO  TO WS-PRIOR-DEDUCT.
           MOVE SPACE TO WS-PRIOR-STATUS.

           EXEC SQL
               SELECT PERIOD_DEDUCTION,
                      LINE_STATUS
                 INTO :WS-PRIOR-DEDUCT,
                      :WS-PRIOR-STATUS
                 FROM PAYROLL_DEDUCTION
                WHERE CASE_NUM      = :WS-CASE-NUM
                  AND EMP_NUM       = :WS-EMP-NUM
                  AND COVERAGE_TYPE = :WS-COVERAGE-TYPE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-LINE-EOF-SW
               GO TO P400000-EXIT.

           IF SQLCODE = +100
               MOVE 'N' TO WS-CHANGE-CODE
               EXEC SQL
                   INSERT INTO PAYROLL_DEDUCTION
                          ( CASE_NUM,
                            EMP_NUM,
                            COVERAGE_TYPE,
                            MONTHLY_EMP_SHARE,
                            PERIOD_DEDUCTION,
                            LAST_SENT_DATE,
                            LINE_STATUS,
                            CHANGE_TIMESTAMP )
                   VALUES ( :WS-CASE-NUM,
                            :WS-EMP-NUM,
                            :WS-COVERAGE-TYPE,
                            :WS-MONTHLY-SHARE,
                            :WS-PERIOD-DEDUCT,
                            CURRENT DATE,
                            'A',
                            CURRENT TIMESTAMP )
               END-EXEC
           ELSE
               EVALUATE TRUE
                   WHEN WS-PRIOR-STATUS = 'D'
                       MOVE 'N'   TO WS-CHANGE-CODE
                   WHEN WS-PRIOR-DEDUCT NOT = WS-PERIOD-DEDUCT
                       MOVE 'C'   TO WS-CHANGE-CODE
                   WHEN OTHER
                       MOVE SPACE TO WS-CHANGE-CODE
               END-EVALUATE
               EXEC SQL
                   UPDATE PAYROLL_DEDUCTION
                      SET MONTHLY_EMP_SHARE = :WS-MONTHLY-SHARE,
                          PERIOD_DEDUCTION  = :WS-PERIOD-DEDUCT,
                          LAST_SENT_DATE    = CURRENT DATE,
                          LINE_STATUS       = 'A',
                          CHANGE_TIMESTAMP  = CURRENT TIMESTAMP
                    WHERE CASE_NUM      = :WS-CASE-NUM
                      AND EMP_NUM       = :WS-EMP-NUM
                      AND COVERAGE_TYPE = :WS-COVERAGE-TYPE
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-LINE-EOF-SW
               GO TO P400000-EXIT.

           IF WS-PRIOR-STATUS = 'D'
               MOVE ZERO TO WS-PRIOR-DEDUCT.

           PERFORM P420000-WRITE-DETAIL THRU P420000-EXIT.

           ADD WS-PERIOD-DEDUCT TO WS-CASE-TOTAL.

       P400000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> ONE DETAIL RECORD'.
       P420000-WRITE-DETAIL SECTION.

           MOVE WS-EMP-SSN          TO WS-SSN-DIGITS.

           MOVE SPACES              TO WS-DEDUCT-REC.
           MOVE 'D'                 TO WS-DED-REC-TYPE.
           MOVE WS-CASE-NUM         TO WS-DED-CASE-NUM.
           MOVE WS-EMP-NUM          TO WS-DED-EMP-NUM.
           MOVE WS-SSN-DIGITS       TO WS-DED-SSN.
           MOVE WS-LAST-NAME        TO WS-DED-LAST-NAME.
           MOVE WS-FIRST-NAME       TO WS-DED-FIRST-NAME.
           MOVE WS-COVERAGE-TYPE    TO WS-DED-COVERAGE-TYPE.
           MOVE WS-PERIOD-DEDUCT    TO WS-DED-AMOUNT.
           MOVE WS-CHANGE-CODE      TO WS-DED-CHANGE-CODE.
           MOVE WS-PRIOR-DEDUCT     TO WS-DED-PRIOR-AMOUNT.
           PERFORM P800000-WRITE-DEDUCT-REC THRU P800000-EXIT.

           ADD 1 TO WS-CASE-LINES PD-LINES-SENT.

           IF WS-CHANGE-CODE NOT = SPACE
               ADD 1 TO PD-LINES-CHANGED.

       P420000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> ONE STOPPED DEDUCTION'.
       P450000-ONE-STOP-LINE SECTION.

           EXEC SQL
               FETCH PDDRPCUR
                 INTO :WS-EMP-NUM,
                      :WS-COVERAGE-TYPE,
                      :WS-PRIOR-DEDUCT,
                      :WS-EMP-SSN,
                      :WS-LAST-NAME,
                      :WS-FIRST-NAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO PD-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-DROP-EOF-SW
               GO TO P450000-EXIT.

           EXEC SQL
               UPDATE PAYROLL_DEDUCTION
                  SET PERIOD_DEDUCTION = 0,
                      LAST_SENT_DATE   = CURRENT DATE,
                      LINE_STATUS      = 'D',
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM      = :WS-CASE-NUM
                  AND EMP_NUM       = :WS-EMP-NUM
                  AND COVERAGE_TYPE = :WS-COVERAGE-TYPE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-DROP-EOF-SW
               GO TO P450000-EXIT.

           MOVE ZERO TO WS-PERIOD-DEDUCT.
           MOVE 'X'  TO WS-CHANGE-CODE.
           PERFORM P420000-WRITE-DETAIL THRU P420000-EXIT.

       P450000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> RECONCILE THE EMPLOYER RETURN FILES'.
       P500000-RECONCILE-RETURNS SECTION.

      *----------------------------------------------------------------*
      *    THE COMMON FILECTL CONTROL GATE, KEYED BY THE LATEST        *
      *    CONTROL RECORD FOR THE TYPE.  NO CONTROL RECORD AT ALL      *
      *    MEANS NOBODY PROVED THE FILE WHOLE - HOLD.                  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-GATE-DATE-IND.
           EXEC SQL
               SELECT CHAR(MAX(FILE_DATE), ISO)
                 INTO :WS-GATE-DATE :WS-GATE-DATE-IND
                 FROM FILE_CONTROL_LOG
                WHERE FILE_TYPE = 'PAYDEDRT'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               GO TO P500000-EXIT.

           IF WS-GATE-DATE-IND < ZERO
               MOVE '08' TO PD-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE SPACES       TO FILECTL-COMM-AREA.
           MOVE 'C'          TO FC-FUNCTION-CODE.
           MOVE 'PAYDEDRT'   TO FC-FILE-TYPE.
           MOVE WS-GATE-DATE TO FC-FILE-DATE.

           EXEC CICS LINK
                     PROGRAM  ('FILECTL')
                     COMMAREA (FILECTL-COMM-AREA)
                     LENGTH   (LENGTH OF FILECTL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF FC-RETURN-CODE = '08'
               MOVE '08' TO PD-RETURN-CODE
               GO TO P500000-EXIT.

           EXEC SQL
               OPEN PDRTNCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-RETURN-EOF-SW.

           PERFORM P550000-RECONCILE-ONE-ROW THRU P550000-EXIT
               UNTIL RETURN-EOF.

           EXEC SQL
               CLOSE PDRTNCUR
           END-EXEC.

       P500000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> RECONCILE ONE EMPLOYEE DEDUCTION'.
       P550000-RECONCILE-ONE-ROW SECTION.

           EXEC SQL
               FETCH PDRTNCUR
                 INTO :PDR-CASE-NUM,
                      :PDR-STAGE-SEQ,
                      :PDR-SSN,
                      :PDR-PAY-DATE,
                      :PDR-DEDUCTED-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO PD-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RETURN-EOF-SW
               GO TO P550000-EXIT.

           ADD 1 TO PD-ROWS-READ.

           IF PDR-SSN NOT NUMERIC
               PERFORM P580000-UNKNOWN-EMPLOYEE THRU P580000-EXIT
               GO TO P550000-EXIT.

           MOVE PDR-SSN       TO WS-SSN-DIGITS.
           MOVE WS-SSN-DIGITS TO WS-EMP-SSN.

           EXEC SQL
               SELECT E.EMP_NUM
                 INTO :WS-EMP-NUM
                 FROM CASE_MASTER C, EMPLOYEE E
                WHERE C.CASE_NUM         = :PDR-CASE-NUM
                  AND E.CASENAME#IDNTITY = C.CASENAME#IDNTITY
                  AND E.UNIQUE-NUM       = C.CASE_NUM
                  AND E.SSN              = :WS-EMP-SSN
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               PERFORM P580000-UNKNOWN-EMPLOYEE THRU P580000-EXIT
               GO TO P550000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-RETURN-EOF-SW
               GO TO P550000-EXIT.

           EXEC SQL
               SELECT VALUE(SUM(PERIOD_DEDUCTION), 0)
                 INTO :WS-EXPECTED-AMOUNT
                 FROM PAYROLL_DEDUCTION
                WHERE CASE_NUM    = :PDR-CASE-NUM
                  AND EMP_NUM     = :WS-EMP-NUM
                  AND LINE_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-RETURN-EOF-SW
               GO TO P550000-EXIT.

           IF PDR-DEDUCTED-AMOUNT = WS-EXPECTED-AMOUNT
               MOVE 'M' TO PDR-PROCESS-STATUS
               PERFORM P600000-STAMP-THE-ROW THRU P600000-EXIT
               ADD 1 TO PD-ROWS-MATCHED
               GO TO P550000-EXIT.

      *----------------------------------------------------------------*
      *    A VARIANCE GOES ON THE WORKLIST WITH THE EMPLOYEE'S         *
      *    SAPDLGR ARREARS BESIDE IT, SO THE WORKER CAN SEE WHETHER    *
      *    THE EMPLOYER IS CATCHING UP OR FALLING BEHIND.  A CASE      *
      *    SAPDLGR DOES NOT CARRY SHOWS ZERO ARREARS.                  *
      *----------------------------------------------------------------*
           COMPUTE WS-VARIANCE-AMOUNT =
               PDR-DEDUCTED-AMOUNT - WS-EXPECTED-AMOUNT.

           MOVE ZERO TO WS-ARREARS-BAL.
           EXEC SQL
               SELECT ARREARS_BALANCE
                 INTO :WS-ARREARS-BAL
                 FROM EMP_PAID_LEDGER
                WHERE CASE_NUM = :PDR-CASE-NUM
                  AND EMP_NUM  = :WS-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-RETURN-EOF-SW
               GO TO P550000-EXIT.

           EXEC SQL
               INSERT INTO PAYROLL_DEDUCT_VARIANCE
                      ( VARIANCE_ID,
                        CASE_NUM,
                        EMP_NUM,
                        PAY_DATE,
                        EXPECTED_AMOUNT,
                        DEDUCTED_AMOUNT,
                        VARIANCE_AMOUNT,
                        ARREARS_BALANCE,
                        VAR_STATUS,
                        DETECTED_DATE,
                        RESOLVED_LOGON,
                        RESOLVED_TIMESTAMP )
               VALUES ( NEXT VALUE FOR PAYROLL_DEDUCT_VAR_SEQ,
                        :PDR-CASE-NUM,
                        :WS-EMP-NUM,
                        DATE(:PDR-PAY-DATE),
                        :WS-EXPECTED-AMOUNT,
                        :PDR-DEDUCTED-AMOUNT,
                        :WS-VARIANCE-AMOUNT,
                        :WS-ARREARS-BAL,
                        'O',
                        CURRENT DATE,
                        ' ',
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-RETURN-EOF-SW
               GO TO P550000-EXIT.

           MOVE 'V' TO PDR-PROCESS-STATUS.
           PERFORM P600000-STAMP-THE-ROW THRU P600000-EXIT.
           ADD 1 TO PD-VARIANCES.

           MOVE WS-EMP-NUM          TO WS-EDIT-EMP.
           MOVE WS-EXPECTED-AMOUNT  TO WS-EDIT-AMOUNT.
           MOVE WS-VARIANCE-AMOUNT  TO WS-EDIT-VARIANCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'VARIANCE  CASE '   DELIMITED BY SIZE
                  PDR-CASE-NUM        DELIMITED BY SIZE
                  ' EMP '             DELIMITED BY SIZE
                  WS-EDIT-EMP         DELIMITED BY SIZE
                  ' PAY DATE '        DELIMITED BY SIZE
                  PDR-PAY-DATE        DELIMITED BY SIZE
                  ' EXPECTED '        DELIMITED BY SIZE
                  WS-EDIT-AMOUNT      DELIMITED BY SIZE
                  ' VARIANCE '        DELIMITED BY SIZE
                  WS-EDIT-VARIANCE    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> SSN NOT AN EMPLOYEE OF THE CASE'.
       P580000-UNKNOWN-EMPLOYEE SECTION.

           MOVE 'U' TO PDR-PROCESS-STATUS.
           PERFORM P600000-STAMP-THE-ROW THRU P600000-EXIT.
           ADD 1 TO PD-UNKNOWN-SSN.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UNKNOWN   CASE '   DELIMITED BY SIZE
                  PDR-CASE-NUM        DELIMITED BY SIZE
                  ' SSN ENDING '      DELIMITED BY SIZE
                  PDR-SSN (6:4)       DELIMITED BY SIZE
                  ' PAY DATE '        DELIMITED BY SIZE
                  PDR-PAY-DATE        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P580000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> STAMP ONE STAGED RETURN ROW'.
       P600000-STAMP-THE-ROW SECTION.

           EXEC SQL
               UPDATE PAYROLL_DEDUCT_STAGE
                  SET PROCESS_STATUS    = :PDR-PROCESS-STATUS,
                      PROCESS_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM  = :PDR-CASE-NUM
                  AND STAGE_SEQ = :PDR-STAGE-SEQ
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO PD-RETURN-CODE
               MOVE 'Y'  TO WS-RETURN-EOF-SW.

       P600000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> RESOLVE ONE WORKLIST VARIANCE'.
       P700000-RESOLVE-VARIANCE SECTION.

           EXEC SQL
               UPDATE PAYROLL_DEDUCT_VARIANCE
                  SET VAR_STATUS         = 'R',
                      RESOLVED_LOGON     = :PD-OPERATOR-LOGON,
                      RESOLVED_TIMESTAMP = CURRENT TIMESTAMP
                WHERE VARIANCE_ID = :PD-VARIANCE-ID
                  AND VAR_STATUS  = 'O'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO PD-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO PD-RETURN-CODE
           END-EVALUATE.

       P700000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> WRITE ONE RECORD TO PDED'.
       P800000-WRITE-DEDUCT-REC SECTION.

           EXEC CICS WRITEQ TD QUEUE ('PDED')
                     FROM    (WS-DEDUCT-REC)
                     LENGTH  (LENGTH OF WS-DEDUCT-REC)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P800000-EXIT.
           EXIT.
           TITLE 'PAYDEDN --> WRITE ONE LINE TO PDRR'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('PDRR')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
