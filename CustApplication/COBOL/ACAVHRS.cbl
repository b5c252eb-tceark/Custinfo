       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACAVHRS.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: ACAVHRS                                         *
      *  PROGRAM TEXT:  ACA VARIABLE-HOUR MEASUREMENT AND STABILITY     *
      *                 PERIODS.  MINIMUM_HOURS, HIRE_DATE AND          *
      *                 POSITION_TYPE NEVER TOLD AN EMPLOYER WHICH      *
      *                 VARIABLE-HOUR EMPLOYEES HAD BECOME FULL-TIME    *
      *                 UNDER THE LOOK-BACK RULES.  'H' WORKS ONE       *
      *                 CASE'S STAGED PAYROLL HOURS (HOURS_STAGE, GATED *
      *                 BY FILECTL LIKE THE OTHER INTAKES) ONTO         *
      *                 EMPLOYEE_HOURS - A RESENT PERIOD REPLACES THE   *
      *                 ONE HELD.  'M' IS THE MEASUREMENT RUN: EVERY    *
      *                 ACTIVE 'V' (VARIABLE-HOUR) OR 'S' (SEASONAL)    *
      *                 EMPLOYEE ON A CASE WITH ACA_CASE_PARM IS        *
      *                 MEASURED OVER THE LAST STANDARD MEASUREMENT     *
      *                 PERIOD TO END, OR - HIRED AFTER THAT PERIOD     *
      *                 BEGAN - OVER AN INITIAL PERIOD OF THE SAME      *
      *                 LENGTH FROM THE FIRST OF THE MONTH AFTER HIRE,  *
      *                 ONCE IT HAS ENDED.  THE MONTHLY AVERAGE AGAINST *
      *                 FT_MONTHLY_HOURS (130 WHEN NOT KEYED) SETS THE  *
      *                 RESULT FOR THE STABILITY PERIOD THAT FOLLOWS    *
      *                 THE ADMINISTRATIVE PERIOD.  THE RESULT IS RE-   *
      *                 MEASURED NIGHTLY THROUGH THE ADMINISTRATIVE     *
      *                 PERIOD SO LATE HOURS COUNT, AND STANDS FROM THE *
      *                 FIRST DAY OF STABILITY.  A FULL-TIME RESULT     *
      *                 PUTS AN OFFER DUE BY THAT FIRST DAY ON THE      *
      *                 WORKLIST ('W', THE ACAW TDQ) UNTIL 'O' RECORDS  *
      *                 THE OFFER.  'P' KEEPS THE CASE'S PERIODS.  THE  *
      *                 RUN CHECKPOINTS EVERY FIFTY EMPLOYEES.          *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   'P' ALSO KEEPS ALE_IND - WHETHER THE CASE IS  *
      *                   AN APPLICABLE LARGE EMPLOYER FILING           *
      *                   1094-C/1095-C.                                *
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
       77  WS-CHECKPOINT-SIZE          PIC S9(4) COMP VALUE +50.
       77  WS-DEFAULT-FT-HOURS         PIC S9(3)V99 COMP-3
                                                   VALUE +130.00.
       77  WS-MINIMUM-STABILITY        PIC S9(2) COMP-3 VALUE +6.

       01  WS-GATE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-GATE-DATE-IND             PIC S9(4) COMP VALUE ZERO.

       01  FILECTL-COMM-AREA.
           COPY FILECTLC.

       01  WS-STG-EOF-SW                PIC X     VALUE 'N'.
           88  STAGE-CURSOR-EOF         VALUE 'Y'.
       01  WS-MEASURE-EOF-SW            PIC X     VALUE 'N'.
           88  MEASURE-CURSOR-EOF       VALUE 'Y'.
       01  WS-OFFER-EOF-SW              PIC X     VALUE 'N'.
           88  OFFER-CURSOR-EOF         VALUE 'Y'.
       01  WS-PRIOR-ROW-SW              PIC X     VALUE 'N'.
           88  PRIOR-MEASUREMENT        VALUE 'Y'.

       01  WS-UNIT-COUNT                PIC S9(4) COMP VALUE ZERO.
       01  WS-TODAY                     PIC X(10) VALUE SPACES.
       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-EMP-NUM                   PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-LAST-CASE                 PIC X(6)  VALUE SPACES.

       01  WS-MMDD                      PIC X(4)  VALUE SPACES.
       01  WS-MMDD-R REDEFINES WS-MMDD.
           05  WS-MMDD-MM               PIC 99.
           05  WS-MMDD-DD               PIC 99.

       01  WS-STD-END-DATE              PIC X(10) VALUE SPACES.
       01  WS-STD-END-DATE-R REDEFINES WS-STD-END-DATE.
           05  WS-STD-END-YEAR          PIC X(4).
           05  WS-STD-END-DASH1         PIC X(1).
           05  WS-STD-END-MM            PIC X(2).
           05  WS-STD-END-DASH2         PIC X(1).
           05  WS-STD-END-DD            PIC X(2).
       01  WS-STD-BEGIN-DATE            PIC X(10) VALUE SPACES.

       01  WS-HIRE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-MEASURE-MONTHS            PIC S9(2) COMP-3 VALUE ZERO.
       01  WS-MEASURE-END-MMDD          PIC X(4)  VALUE SPACES.
       01  WS-ADMIN-DAYS                PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-STABILITY-MONTHS          PIC S9(2) COMP-3 VALUE ZERO.
       01  WS-FT-HOURS                  PIC S9(3)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-FT-RESULT           PIC X(1)  VALUE SPACE.
       01  WS-PRIOR-OFFER-STATUS        PIC X(1)  VALUE SPACE.
       01  WS-PRIOR-STABILITY-BEGIN     PIC X(10) VALUE SPACES.
       01  WS-OFFER-DUE-IND             PIC S9(4) COMP VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-HOURS                PIC ZZ9.99 VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9 VALUE ZERO.
       01  WS-OVERDUE-TEXT              PIC X(8)  VALUE SPACES.

           COPY ACAPARM.
           COPY HRSSTAGE.
           COPY EMPHOURS.
           COPY ACAMEAS.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE HRSSTGCUR CURSOR FOR
               SELECT STAGE_SEQ_NUM,
                      SSN,
                      CHAR(PERIOD_END_DATE, ISO),
                      HOURS_WORKED
                 FROM HOURS_STAGE
                WHERE CASE_NUM       = :AV-CASE-NUM
                  AND PROCESS_STATUS = 'P'
                ORDER BY STAGE_SEQ_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY ACTIVE VARIABLE-HOUR OR SEASONAL EMPLOYEE ON A        *
      *    MEASURED CASE.  WITH HOLD SO THE EVERY-FIFTY CHECKPOINT     *
      *    DOES NOT CLOSE THE CURSOR MID-RUN.                          *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE ACAMCUR CURSOR WITH HOLD FOR
               SELECT P.CASE_NUM,
                      P.CASENAME#IDNTITY,
                      E.EMP_NUM,
                      VALUE(CHAR(E.HIRE_DATE, ISO), ' '),
                      P.MEASURE_MONTHS,
                      P.MEASURE_END_MMDD,
                      P.ADMIN_DAYS,
                      P.STABILITY_MONTHS,
                      P.FT_MONTHLY_HOURS
                 FROM ACA_CASE_PARM P, EMPLOYEE E
                WHERE E.CASENAME#IDNTITY = P.CASENAME#IDNTITY
                  AND E.UNIQUE-NUM       = P.CASE_NUM
                  AND E.ACTIVE_IND       = 'Y'
                  AND E.POSITION_TYPE IN ('V', 'S')
                ORDER BY P.CASE_NUM, E.EMP_NUM
           END-EXEC.

           EXEC SQL DECLARE ACAWCUR CURSOR FOR
               SELECT CASE_NUM,
                      EMP_NUM,
                      CHAR(MEASURE_END_DT, ISO),
                      AVG_MONTHLY_HOURS,
                      CHAR(OFFER_DUE_DATE, ISO)
                 FROM ACA_MEASUREMENT
                WHERE OFFER_STATUS = 'D'
                  AND (CASE_NUM    = :AV-CASE-NUM
                       OR :AV-CASE-NUM = ' ')
                ORDER BY OFFER_DUE_DATE, CASE_NUM, EMP_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'ACAVHRS --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY ACAVHRSC.
           TITLE 'ACAVHRS --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO AV-RETURN-CODE.
           MOVE ZERO TO AV-ROWS-APPLIED AV-ROWS-REJECTED
                        AV-EMPS-MEASURED AV-NEW-FULL-TIME
                        AV-OFFERS-LISTED.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EVALUATE AV-FUNCTION-CODE
               WHEN 'P'
                   PERFORM P100000-KEEP-CASE-PERIODS THRU P100000-EXIT
               WHEN 'H'
                   PERFORM P200000-APPLY-STAGED-HOURS THRU P200000-EXIT
               WHEN 'M'
                   PERFORM P400000-MEASUREMENT-RUN THRU P400000-EXIT
               WHEN 'W'
                   PERFORM P700000-OFFERS-WORKLIST THRU P700000-EXIT
               WHEN 'O'
                   PERFORM P800000-RECORD-OFFER THRU P800000-EXIT
               WHEN OTHER
                   MOVE '01' TO AV-RETURN-CODE
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
           TITLE 'ACAVHRS --> KEEP THE CASE MEASUREMENT PERIODS'.
       P100000-KEEP-CASE-PERIODS SECTION.

      *----------------------------------------------------------------*
      *    THE PERIODS THE LOOK-BACK RULES ALLOW: THREE TO TWELVE      *
      *    MONTHS OF MEASUREMENT, NO MORE THAN NINETY DAYS OF          *
      *    ADMINISTRATION, AND A STABILITY PERIOD NO SHORTER THAN      *
      *    THE MEASUREMENT PERIOD OR SIX MONTHS.  A PERIOD ENDING ON   *
      *    02/29 WOULD DRIFT, SO IT IS REFUSED.                        *
      *----------------------------------------------------------------*
           MOVE AV-MEASURE-END-MMDD TO WS-MMDD.

           IF AV-ALE-IND = SPACE
               MOVE 'N' TO AV-ALE-IND.

           IF AV-ALE-IND NOT = 'Y' AND AV-ALE-IND NOT = 'N'
               MOVE '04' TO AV-RETURN-CODE
               GO TO P100000-EXIT.

           IF AV-MEASURE-MONTHS < 3 OR AV-MEASURE-MONTHS > 12
               OR AV-ADMIN-DAYS > 90
               OR AV-STABILITY-MONTHS < AV-MEASURE-MONTHS
               OR AV-STABILITY-MONTHS < WS-MINIMUM-STABILITY
               OR WS-MMDD NOT NUMERIC
               MOVE '04' TO AV-RETURN-CODE
               GO TO P100000-EXIT.

           IF WS-MMDD-MM < 1 OR WS-MMDD-MM > 12
               OR WS-MMDD-DD < 1 OR WS-MMDD-DD > 31
               OR WS-MMDD = '0229'
               MOVE '04' TO AV-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE SPACES TO WS-CASE-IDNTITY.

           EXEC SQL
               SELECT CASENAME#IDNTITY
                 INTO :WS-CASE-IDNTITY
                 FROM CASE_MASTER
                WHERE CASE_NUM = :AV-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO AV-RETURN-CODE
               GO TO P100000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE AV-CASE-NUM          TO ACP-CASE-NUM.
           MOVE WS-CASE-IDNTITY      TO ACP-CASE-IDNTITY.
           MOVE AV-MEASURE-MONTHS    TO ACP-MEASURE-MONTHS.
           MOVE AV-MEASURE-END-MMDD  TO ACP-MEASURE-END-MMDD.
           MOVE AV-ADMIN-DAYS        TO ACP-ADMIN-DAYS.
           MOVE AV-STABILITY-MONTHS  TO ACP-STABILITY-MONTHS.
           MOVE AV-FT-MONTHLY-HOURS  TO ACP-FT-MONTHLY-HOURS.
           MOVE AV-ALE-IND           TO ACP-ALE-IND.
           MOVE AV-OPERATOR-LOGON    TO ACP-CHANGE-LOGON.

           EXEC SQL
               UPDATE ACA_CASE_PARM
                  SET MEASURE_MONTHS   = :ACP-MEASURE-MONTHS,
                      MEASURE_END_MMDD = :ACP-MEASURE-END-MMDD,
                      ADMIN_DAYS       = :ACP-ADMIN-DAYS,
                      STABILITY_MONTHS = :ACP-STABILITY-MONTHS,
                      FT_MONTHLY_HOURS = :ACP-FT-MONTHLY-HOURS,
                      ALE_IND          = :ACP-ALE-IND,
                      CHANGE_LOGON     = :ACP-CHANGE-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM = :ACP-CASE-NUM
           END-EXEC.

           IF SQLCODE = ZERO
               GO TO P100000-EXIT.

           IF SQLCODE NOT = +100
               MOVE '12' TO AV-RETURN-CODE
               GO TO P100000-EXIT.

           EXEC SQL
               INSERT INTO ACA_CASE_PARM
                      ( CASE_NUM,
                        CASENAME#IDNTITY,
                        MEASURE_MONTHS,
                        MEASURE_END_MMDD,
                        ADMIN_DAYS,
                        STABILITY_MONTHS,
                        FT_MONTHLY_HOURS,
                        ALE_IND,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP )
               VALUES ( :ACP-CASE-NUM,
                        :ACP-CASE-IDNTITY,
                        :ACP-MEASURE-MONTHS,
                        :ACP-MEASURE-END-MMDD,
                        :ACP-ADMIN-DAYS,
                        :ACP-STABILITY-MONTHS,
                        :ACP-FT-MONTHLY-HOURS,
                        :ACP-ALE-IND,
                        :ACP-CHANGE-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> APPLY ONE CASE STAGED HOURS'.
       P200000-APPLY-STAGED-HOURS SECTION.

           MOVE SPACES    TO RUNLOG-COMM-AREA.
           MOVE 'S'       TO RL-FUNCTION-CODE.
           MOVE 'ACAVHRS' TO RL-PROGRAM-NAME.
           MOVE 'Y'       TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO AV-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE SPACES TO WS-CASE-IDNTITY.

           EXEC SQL
               SELECT CASENAME#IDNTITY
                 INTO :WS-CASE-IDNTITY
                 FROM CASE_MASTER
                WHERE CASE_NUM = :AV-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '02' TO AV-RETURN-CODE
               GO TO P200000-CLOSE-RUNLOG.

      *----------------------------------------------------------------*
      *    THE COMMON FILECTL CONTROL GATE, KEYED BY THE LATEST        *
      *    CONTROL RECORD FOR THE TYPE AS SALREFRS DOES - THE STAGED   *
      *    ROWS CARRY NO FILE DATE.  NO CONTROL RECORD AT ALL MEANS    *
      *    NOBODY PROVED THE FILE WHOLE - HOLD.                        *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-GATE-DATE-IND.
           EXEC SQL
               SELECT CHAR(MAX(FILE_DATE), ISO)
                 INTO :WS-GATE-DATE :WS-GATE-DATE-IND
                 FROM FILE_CONTROL_LOG
                WHERE FILE_TYPE = 'HOURS   '
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P200000-CLOSE-RUNLOG.

           IF WS-GATE-DATE-IND < ZERO
               MOVE '08' TO AV-RETURN-CODE
               GO TO P200000-CLOSE-RUNLOG.

           MOVE SPACES       TO FILECTL-COMM-AREA.
           MOVE 'C'          TO FC-FUNCTION-CODE.
           MOVE 'HOURS   '   TO FC-FILE-TYPE.
           MOVE WS-GATE-DATE TO FC-FILE-DATE.

           EXEC CICS LINK
                     PROGRAM  ('FILECTL')
                     COMMAREA (FILECTL-COMM-AREA)
                     LENGTH   (LENGTH OF FILECTL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF FC-RETURN-CODE = '08'
               MOVE '08' TO AV-RETURN-CODE
               GO TO P200000-CLOSE-RUNLOG.

           MOVE 'N' TO WS-STG-EOF-SW.

           EXEC SQL
               OPEN HRSSTGCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P200000-CLOSE-RUNLOG.

           PERFORM P250000-APPLY-ONE-ROW THRU P250000-EXIT
               UNTIL STAGE-CURSOR-EOF.

           EXEC SQL
               CLOSE HRSSTGCUR
           END-EXEC.

           IF AV-ROWS-APPLIED = ZERO AND AV-ROWS-REJECTED = ZERO
               AND AV-RETURN-CODE = '00'
               MOVE '02' TO AV-RETURN-CODE.

           IF AV-ROWS-REJECTED > ZERO AND AV-RETURN-CODE = '00'
               MOVE '04' TO AV-RETURN-CODE.

       P200000-CLOSE-RUNLOG.

           MOVE 'E'             TO RL-FUNCTION-CODE.
           MOVE 'ACAVHRS'       TO RL-PROGRAM-NAME.
           MOVE AV-ROWS-APPLIED TO RL-RECORD-COUNT.
           MOVE AV-RETURN-CODE  TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> APPLY ONE STAGED PAY PERIOD'.
       P250000-APPLY-ONE-ROW SECTION.

           EXEC SQL
               FETCH HRSSTGCUR
                 INTO :HRS-STAGE-SEQ,
                      :HRS-SSN,
                      :HRS-PERIOD-END-DATE,
                      :HRS-HOURS-WORKED
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AV-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-STG-EOF-SW
               GO TO P250000-EXIT.

           IF HRS-HOURS-WORKED < ZERO
               MOVE 'HOURS NEGATIVE      ' TO HRS-REJECT-REASON
               PERFORM P300000-REJECT-THE-ROW THRU P300000-EXIT
               GO TO P250000-EXIT.

           IF HRS-PERIOD-END-DATE > WS-TODAY
               MOVE 'PERIOD NOT YET ENDED' TO HRS-REJECT-REASON
               PERFORM P300000-REJECT-THE-ROW THRU P300000-EXIT
               GO TO P250000-EXIT.

           MOVE ZERO TO WS-EMP-NUM.

           EXEC SQL
               SELECT EMP_NUM
                 INTO :WS-EMP-NUM
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :AV-CASE-NUM
                  AND DIGITS(SSN)      = :HRS-SSN
                  AND ACTIVE_IND       = 'Y'
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'SSN NOT ON CENSUS   ' TO HRS-REJECT-REASON
               PERFORM P300000-REJECT-THE-ROW THRU P300000-EXIT
               GO TO P250000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               MOVE 'Y'  TO WS-STG-EOF-SW
               GO TO P250000-EXIT.

      *    A RESENT PAY PERIOD REPLACES THE HOURS ALREADY HELD.
           EXEC SQL
               UPDATE EMPLOYEE_HOURS
                  SET HOURS_WORKED    = :HRS-HOURS-WORKED,
                      LOAD_TIMESTAMP  = CURRENT TIMESTAMP
                WHERE CASE_NUM        = :AV-CASE-NUM
                  AND EMP_NUM         = :WS-EMP-NUM
                  AND PERIOD_END_DATE = :HRS-PERIOD-END-DATE
           END-EXEC.

           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO EMPLOYEE_HOURS
                          ( CASE_NUM,
                            CASENAME#IDNTITY,
                            EMP_NUM,
                            PERIOD_END_DATE,
                            HOURS_WORKED,
                            LOAD_TIMESTAMP )
                   VALUES ( :AV-CASE-NUM,
                            :WS-CASE-IDNTITY,
                            :WS-EMP-NUM,
                            :HRS-PERIOD-END-DATE,
                            :HRS-HOURS-WORKED,
                            CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               MOVE 'Y'  TO WS-STG-EOF-SW
               GO TO P250000-EXIT.

           MOVE 'A'    TO HRS-PROCESS-STATUS.
           MOVE SPACES TO HRS-REJECT-REASON.
           PERFORM P350000-STAMP-THE-ROW THRU P350000-EXIT.

           IF AV-RETURN-CODE = '00'
               ADD 1 TO AV-ROWS-APPLIED.

       P250000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> REJECT ONE STAGED ROW'.
       P300000-REJECT-THE-ROW SECTION.

           MOVE 'R' TO HRS-PROCESS-STATUS.
           PERFORM P350000-STAMP-THE-ROW THRU P350000-EXIT.

           IF AV-RETURN-CODE = '00'
               ADD 1 TO AV-ROWS-REJECTED.

       P300000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> STAMP THE STAGED ROW'.
       P350000-STAMP-THE-ROW SECTION.

           EXEC SQL
               UPDATE HOURS_STAGE
                  SET PROCESS_STATUS    = :HRS-PROCESS-STATUS,
                      REJECT_REASON     = :HRS-REJECT-REASON,
                      PROCESS_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM      = :AV-CASE-NUM
                  AND STAGE_SEQ_NUM = :HRS-STAGE-SEQ
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               MOVE 'Y'  TO WS-STG-EOF-SW.

       P350000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> THE MEASUREMENT RUN'.
       P400000-MEASUREMENT-RUN SECTION.

           MOVE SPACES    TO RUNLOG-COMM-AREA.
           MOVE 'S'       TO RL-FUNCTION-CODE.
           MOVE 'ACAVHRS' TO RL-PROGRAM-NAME.
           MOVE 'Y'       TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO AV-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE ZERO   TO WS-UNIT-COUNT.
           MOVE SPACES TO WS-LAST-CASE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACA VARIABLE-HOUR MEASUREMENT ' DELIMITED BY SIZE
                  WS-TODAY                         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P790000-WRITE-LINE THRU P790000-EXIT.

           MOVE 'N' TO WS-MEASURE-EOF-SW.

           EXEC SQL
               OPEN ACAMCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P400000-CLOSE-RUNLOG.

           PERFORM P450000-MEASURE-ONE-EMPLOYEE THRU P450000-EXIT
               UNTIL MEASURE-CURSOR-EOF.

           EXEC SQL
               CLOSE ACAMCUR
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE TAIL-END UNIT COMMITS WITH THE CLOSE.                   *
      *----------------------------------------------------------------*
           IF AV-RETURN-CODE = '00'
               AND WS-UNIT-COUNT > ZERO
               EXEC CICS SYNCPOINT
               END-EXEC
           END-IF.

           IF AV-RETURN-CODE NOT = '00'
               GO TO P400000-CLOSE-RUNLOG.

           MOVE AV-EMPS-MEASURED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EMPLOYEES MEASURED '            DELIMITED BY SIZE
                  WS-EDIT-COUNT                    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           MOVE AV-NEW-FULL-TIME TO WS-EDIT-COUNT.
           MOVE ' NEWLY FULL-TIME ' TO WS-REPORT-LINE (27:17).
           MOVE WS-EDIT-COUNT       TO WS-REPORT-LINE (44:7).
           PERFORM P790000-WRITE-LINE THRU P790000-EXIT.

      *    THE OFFERS NOW DUE, ACROSS EVERY CASE, FOLLOW THE TOTALS.
           MOVE SPACES TO AV-CASE-NUM.
           PERFORM P700000-OFFERS-WORKLIST THRU P700000-EXIT.
           IF AV-RETURN-CODE = '02'
               MOVE '00' TO AV-RETURN-CODE.

       P400000-CLOSE-RUNLOG.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - THE CHECKPOINTED
      *    EMPLOYEES STAND AND THE RERUN TAKES THE REST.
           IF AV-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE
           END-IF.
           MOVE 'ACAVHRS'        TO RL-PROGRAM-NAME.
           MOVE AV-EMPS-MEASURED TO RL-RECORD-COUNT.
           MOVE AV-RETURN-CODE   TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P400000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> MEASURE ONE EMPLOYEE'.
       P450000-MEASURE-ONE-EMPLOYEE SECTION.

           EXEC SQL
               FETCH ACAMCUR
                 INTO :AM-CASE-NUM,
                      :AM-CASE-IDNTITY,
                      :AM-EMP-NUM,
                      :WS-HIRE-DATE,
                      :WS-MEASURE-MONTHS,
                      :WS-MEASURE-END-MMDD,
                      :WS-ADMIN-DAYS,
                      :WS-STABILITY-MONTHS,
                      :WS-FT-HOURS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AV-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-MEASURE-EOF-SW
               GO TO P450000-EXIT.

           IF AM-CASE-NUM NOT = WS-LAST-CASE
               PERFORM P500000-CASE-STANDARD-PERIOD THRU P500000-EXIT
               MOVE AM-CASE-NUM TO WS-LAST-CASE
               IF AV-RETURN-CODE NOT = '00'
                   MOVE 'Y' TO WS-MEASURE-EOF-SW
                   GO TO P450000-EXIT
               END-IF
           END-IF.

           PERFORM P520000-EMPLOYEE-PERIOD THRU P520000-EXIT.

           IF AV-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-MEASURE-EOF-SW
               GO TO P450000-EXIT.

      *    AN INITIAL PERIOD STILL RUNNING IS NOT MEASURED YET.
           IF AM-MEASURE-END-DT NOT < WS-TODAY
               GO TO P450000-CHECKPOINT.

           PERFORM P550000-PRIOR-MEASUREMENT THRU P550000-EXIT.

           IF AV-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-MEASURE-EOF-SW
               GO TO P450000-EXIT.

      *    ONCE THE STABILITY PERIOD OPENS, OR THE OFFER IS MADE, THE
      *    RESULT STANDS.
           IF PRIOR-MEASUREMENT
               AND (WS-PRIOR-STABILITY-BEGIN NOT > WS-TODAY
                    OR WS-PRIOR-OFFER-STATUS = 'M')
               GO TO P450000-CHECKPOINT.

           PERFORM P600000-AVERAGE-THE-HOURS THRU P600000-EXIT.

           IF AV-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-MEASURE-EOF-SW
               GO TO P450000-EXIT.

           PERFORM P650000-POST-THE-RESULT THRU P650000-EXIT.

           IF AV-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-MEASURE-EOF-SW
               GO TO P450000-EXIT.

           ADD 1 TO AV-EMPS-MEASURED.

       P450000-CHECKPOINT.

      *----------------------------------------------------------------*
      *    CHECKPOINT EVERY FIFTY EMPLOYEES.                           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-UNIT-COUNT.
           IF WS-UNIT-COUNT NOT < WS-CHECKPOINT-SIZE
               EXEC CICS SYNCPOINT
               END-EXEC
               MOVE ZERO TO WS-UNIT-COUNT
           END-IF.

       P450000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> THE LAST STANDARD PERIOD TO END'.
       P500000-CASE-STANDARD-PERIOD SECTION.

      *----------------------------------------------------------------*
      *    THIS YEAR'S MEASURE_END_MMDD, OR LAST YEAR'S WHEN THIS      *
      *    YEAR'S HAS NOT PASSED, AND THE PERIOD BACK FROM IT.         *
      *----------------------------------------------------------------*
           MOVE WS-TODAY (1:4)           TO WS-STD-END-YEAR.
           MOVE '-'                      TO WS-STD-END-DASH1
                                            WS-STD-END-DASH2.
           MOVE WS-MEASURE-END-MMDD (1:2) TO WS-STD-END-MM.
           MOVE WS-MEASURE-END-MMDD (3:2) TO WS-STD-END-DD.

           IF WS-STD-END-DATE NOT < WS-TODAY
               EXEC SQL
                   SELECT CHAR(DATE(:WS-STD-END-DATE) - 1 YEAR, ISO)
                     INTO :WS-STD-END-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO AV-RETURN-CODE
                   GO TO P500000-EXIT
               END-IF
           END-IF.

           EXEC SQL
               SELECT CHAR(DATE(:WS-STD-END-DATE) + 1 DAY
                             - :WS-MEASURE-MONTHS MONTHS, ISO)
                 INTO :WS-STD-BEGIN-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE.

       P500000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> STANDARD OR INITIAL PERIOD'.
       P520000-EMPLOYEE-PERIOD SECTION.

      *----------------------------------------------------------------*
      *    ON THE PAYROLL FOR THE WHOLE STANDARD PERIOD - MEASURED     *
      *    OVER IT.  HIRED AFTER IT BEGAN - AN INITIAL PERIOD OF THE   *
      *    SAME LENGTH FROM THE FIRST OF THE MONTH AFTER HIRE (THE     *
      *    HIRE DATE ITSELF WHEN HIRED ON THE FIRST).                  *
      *----------------------------------------------------------------*
           IF WS-HIRE-DATE = SPACES
               OR WS-HIRE-DATE NOT > WS-STD-BEGIN-DATE
               MOVE 'S'               TO AM-PERIOD-TYPE
               MOVE WS-STD-BEGIN-DATE TO AM-MEASURE-BEGIN-DT
               MOVE WS-STD-END-DATE   TO AM-MEASURE-END-DT
               GO TO P520000-EXIT.

           MOVE 'I' TO AM-PERIOD-TYPE.

           EXEC SQL
               SELECT CHAR(CASE WHEN DAY(DATE(:WS-HIRE-DATE)) = 1
                                THEN DATE(:WS-HIRE-DATE)
                                ELSE DATE(:WS-HIRE-DATE)
                                     - (DAY(DATE(:WS-HIRE-DATE)) - 1)
                                       DAYS + 1 MONTH
                           END, ISO)
                 INTO :AM-MEASURE-BEGIN-DT
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P520000-EXIT.

           EXEC SQL
               SELECT CHAR(DATE(:AM-MEASURE-BEGIN-DT)
                             + :WS-MEASURE-MONTHS MONTHS - 1 DAY, ISO)
                 INTO :AM-MEASURE-END-DT
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE.

       P520000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> ANY RESULT ALREADY FOR THE PERIOD'.
       P550000-PRIOR-MEASUREMENT SECTION.

           MOVE 'N'    TO WS-PRIOR-ROW-SW.
           MOVE SPACE  TO WS-PRIOR-FT-RESULT WS-PRIOR-OFFER-STATUS.
           MOVE SPACES TO WS-PRIOR-STABILITY-BEGIN.

           EXEC SQL
               SELECT FT_RESULT,
                      OFFER_STATUS,
                      CHAR(STABILITY_BEGIN_DT, ISO)
                 INTO :WS-PRIOR-FT-RESULT,
                      :WS-PRIOR-OFFER-STATUS,
                      :WS-PRIOR-STABILITY-BEGIN
                 FROM ACA_MEASUREMENT
                WHERE CASE_NUM       = :AM-CASE-NUM
                  AND EMP_NUM        = :AM-EMP-NUM
                  AND MEASURE_END_DT = :AM-MEASURE-END-DT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y' TO WS-PRIOR-ROW-SW
               WHEN SQLCODE NOT = +100
                   MOVE '12' TO AV-RETURN-CODE
           END-EVALUATE.

       P550000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> AVERAGE THE HOURS AND SET THE RESULT'.
       P600000-AVERAGE-THE-HOURS SECTION.

           MOVE ZERO TO AM-TOTAL-HOURS.

           EXEC SQL
               SELECT VALUE(SUM(HOURS_WORKED), 0)
                 INTO :AM-TOTAL-HOURS
                 FROM EMPLOYEE_HOURS
                WHERE CASE_NUM        = :AM-CASE-NUM
                  AND EMP_NUM         = :AM-EMP-NUM
                  AND PERIOD_END_DATE BETWEEN :AM-MEASURE-BEGIN-DT
                                          AND :AM-MEASURE-END-DT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P600000-EXIT.

           COMPUTE AM-AVG-MONTHLY-HOURS ROUNDED =
               AM-TOTAL-HOURS / WS-MEASURE-MONTHS.

           IF WS-FT-HOURS NOT > ZERO
               MOVE WS-DEFAULT-FT-HOURS TO WS-FT-HOURS.

           IF AM-AVG-MONTHLY-HOURS NOT < WS-FT-HOURS
               MOVE 'F' TO AM-FT-RESULT
           ELSE
               MOVE 'P' TO AM-FT-RESULT.

      *----------------------------------------------------------------*
      *    STABILITY OPENS THE DAY AFTER THE ADMINISTRATIVE PERIOD     *
      *    AND RUNS NO SHORTER THAN THE MEASUREMENT PERIOD OR SIX      *
      *    MONTHS.                                                     *
      *----------------------------------------------------------------*
           IF WS-STABILITY-MONTHS < WS-MEASURE-MONTHS
               MOVE WS-MEASURE-MONTHS TO WS-STABILITY-MONTHS.
           IF WS-STABILITY-MONTHS < WS-MINIMUM-STABILITY
               MOVE WS-MINIMUM-STABILITY TO WS-STABILITY-MONTHS.

           EXEC SQL
               SELECT CHAR(DATE(:AM-MEASURE-END-DT)
                             + (:WS-ADMIN-DAYS + 1) DAYS, ISO),
                      CHAR(DATE(:AM-MEASURE-END-DT)
                             + (:WS-ADMIN-DAYS + 1) DAYS
                             + :WS-STABILITY-MONTHS MONTHS
                             - 1 DAY, ISO)
                 INTO :AM-STABILITY-BEGIN-DT,
                      :AM-STABILITY-END-DT
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P600000-EXIT.

      *    FULL-TIME OWES AN OFFER IN FORCE BY THE FIRST DAY OF
      *    STABILITY.
           IF AM-FT-RESULT = 'F'
               MOVE 'D'                   TO AM-OFFER-STATUS
               MOVE AM-STABILITY-BEGIN-DT TO AM-OFFER-DUE-DATE
               MOVE ZERO                  TO WS-OFFER-DUE-IND
           ELSE
               MOVE 'N'                   TO AM-OFFER-STATUS
               MOVE SPACES                TO AM-OFFER-DUE-DATE
               MOVE -1                    TO WS-OFFER-DUE-IND.

       P600000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> POST THE MEASUREMENT'.
       P650000-POST-THE-RESULT SECTION.

           IF PRIOR-MEASUREMENT
               GO TO P650000-REMEASURED.

           EXEC SQL
               INSERT INTO ACA_MEASUREMENT
                      ( CASE_NUM,
                        CASENAME#IDNTITY,
                        EMP_NUM,
                        MEASURE_END_DT,
                        MEASURE_BEGIN_DT,
                        PERIOD_TYPE,
                        TOTAL_HOURS,
                        AVG_MONTHLY_HOURS,
                        FT_RESULT,
                        STABILITY_BEGIN_DT,
                        STABILITY_END_DT,
                        OFFER_DUE_DATE,
                        OFFER_STATUS,
                        OFFER_LOGON,
                        OFFER_TIMESTAMP,
                        MEASURED_TIMESTAMP )
               VALUES ( :AM-CASE-NUM,
                        :AM-CASE-IDNTITY,
                        :AM-EMP-NUM,
                        :AM-MEASURE-END-DT,
                        :AM-MEASURE-BEGIN-DT,
                        :AM-PERIOD-TYPE,
                        :AM-TOTAL-HOURS,
                        :AM-AVG-MONTHLY-HOURS,
                        :AM-FT-RESULT,
                        :AM-STABILITY-BEGIN-DT,
                        :AM-STABILITY-END-DT,
                        :AM-OFFER-DUE-DATE :WS-OFFER-DUE-IND,
                        :AM-OFFER-STATUS,
                        ' ',
                        NULL,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P650000-EXIT.

           IF AM-FT-RESULT = 'F'
               ADD 1 TO AV-NEW-FULL-TIME.

           GO TO P650000-EXIT.

       P650000-REMEASURED.

      *    LATE HOURS IN THE ADMINISTRATIVE PERIOD CAN MOVE THE RESULT
      *    EITHER WAY UNTIL STABILITY OPENS.
           EXEC SQL
               UPDATE ACA_MEASUREMENT
                  SET TOTAL_HOURS        = :AM-TOTAL-HOURS,
                      AVG_MONTHLY_HOURS  = :AM-AVG-MONTHLY-HOURS,
                      FT_RESULT          = :AM-FT-RESULT,
                      STABILITY_BEGIN_DT = :AM-STABILITY-BEGIN-DT,
                      STABILITY_END_DT   = :AM-STABILITY-END-DT,
                      OFFER_DUE_DATE     = :AM-OFFER-DUE-DATE
                                           :WS-OFFER-DUE-IND,
                      OFFER_STATUS       = :AM-OFFER-STATUS,
                      MEASURED_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM       = :AM-CASE-NUM
                  AND EMP_NUM        = :AM-EMP-NUM
                  AND MEASURE_END_DT = :AM-MEASURE-END-DT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P650000-EXIT.

           IF AM-FT-RESULT = 'F' AND WS-PRIOR-FT-RESULT NOT = 'F'
               ADD 1 TO AV-NEW-FULL-TIME.

       P650000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> THE OFFERS-DUE WORKLIST'.
       P700000-OFFERS-WORKLIST SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACA OFFERS DUE AS OF '          DELIMITED BY SIZE
                  WS-TODAY                         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P790000-WRITE-LINE THRU P790000-EXIT.

           MOVE 'N' TO WS-OFFER-EOF-SW.

           EXEC SQL
               OPEN ACAWCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P700000-EXIT.

           PERFORM P750000-ONE-OFFER-LINE THRU P750000-EXIT
               UNTIL OFFER-CURSOR-EOF.

           EXEC SQL
               CLOSE ACAWCUR
           END-EXEC.

           IF AV-OFFERS-LISTED = ZERO AND AV-RETURN-CODE = '00'
               MOVE '02' TO AV-RETURN-CODE.

       P700000-EXIT.
           EXIT.
       P750000-ONE-OFFER-LINE SECTION.

           EXEC SQL
               FETCH ACAWCUR
                 INTO :AM-CASE-NUM,
                      :AM-EMP-NUM,
                      :AM-MEASURE-END-DT,
                      :AM-AVG-MONTHLY-HOURS,
                      :AM-OFFER-DUE-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AV-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-OFFER-EOF-SW
               GO TO P750000-EXIT.

           ADD 1 TO AV-OFFERS-LISTED.

           IF AM-OFFER-DUE-DATE < WS-TODAY
               MOVE 'OVERDUE ' TO WS-OVERDUE-TEXT
           ELSE
               MOVE SPACES     TO WS-OVERDUE-TEXT.

           MOVE AM-EMP-NUM           TO WS-EDIT-EMP.
           MOVE AM-AVG-MONTHLY-HOURS TO WS-EDIT-HOURS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING AM-CASE-NUM             DELIMITED BY SIZE
                  ' EMP '                 DELIMITED BY SIZE
                  WS-EDIT-EMP             DELIMITED BY SIZE
                  ' PERIOD END '          DELIMITED BY SIZE
                  AM-MEASURE-END-DT       DELIMITED BY SIZE
                  ' AVG HRS '             DELIMITED BY SIZE
                  WS-EDIT-HOURS           DELIMITED BY SIZE
                  ' OFFER DUE BY '        DELIMITED BY SIZE
                  AM-OFFER-DUE-DATE       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-OVERDUE-TEXT         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P790000-WRITE-LINE THRU P790000-EXIT.

       P750000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> WRITE ONE REPORT LINE'.
       P790000-WRITE-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('ACAW')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P790000-EXIT.
           EXIT.
           TITLE 'ACAVHRS --> RECORD AN OFFER MADE'.
       P800000-RECORD-OFFER SECTION.

           IF AV-OPERATOR-LOGON = SPACES
               OR AV-MEASURE-END-DT = SPACES
               MOVE '04' TO AV-RETURN-CODE
               GO TO P800000-EXIT.

           EXEC SQL
               UPDATE ACA_MEASUREMENT
                  SET OFFER_STATUS    = 'M',
                      OFFER_LOGON     = :AV-OPERATOR-LOGON,
                      OFFER_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM       = :AV-CASE-NUM
                  AND EMP_NUM        = :AV-EMP-NUM
                  AND MEASURE_END_DT = :AV-MEASURE-END-DT
                  AND OFFER_STATUS   = 'D'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO AV-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO AV-RETURN-CODE
           END-EVALUATE.

       P800000-EXIT.
           EXIT.
