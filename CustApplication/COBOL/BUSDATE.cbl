       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSDATE.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: BUSDATE                                         *
      *  PROGRAM TEXT:  BUSINESS-DAY AND HOLIDAY CALENDAR SERVICE. THE  *
      *                 ONE PLACE A PROGRAM ASKS WHETHER A DATE IS A    *
      *                 BUSINESS DAY, ON THE BANKING CALENDAR (WEEKENDS *
      *                 AND BANK HOLIDAYS CLOSED) OR THE OFFICE         *
      *                 CALENDAR (WEEKENDS, COMPANY HOLIDAYS AND THE    *
      *                 GIVEN STATE'S OBSERVANCES CLOSED), FROM THE     *
      *                 BUSINESS_CALENDAR TABLE. 'N' AND 'P' ANSWER THE *
      *                 NEXT AND PREVIOUS BUSINESS DAY, 'A' ADDS OR     *
      *                 SUBTRACTS A NUMBER OF BUSINESS DAYS (ZERO ROLLS *
      *                 A CLOSED DAY FORWARD TO THE NEXT OPEN ONE) AND  *
      *                 'H' SAYS WHETHER A DATE IS A HOLIDAY. 'L' AND   *
      *                 'M' LIST AND MAINTAIN THE CALENDAR FOR THE      *
      *                 NA370 SCREEN. THE YEARLY 'Y' RUN BUILDS THE     *
      *                 YEAR AHEAD FROM THE PROGRAM_RULES HOLIDAY       *
      *                 DEFINITIONS AND LISTS IT TO THE BCAL TDQ.       *
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
       77  WS-MAX-STEPS                PIC S9(5) COMP     VALUE +3660.

       01  WS-LST-EOF-SW                PIC X     VALUE 'N'.
           88  LIST-EOF                 VALUE 'Y'.
       01  WS-HOL-EOF-SW                PIC X     VALUE 'N'.
           88  HOLIDAY-EOF              VALUE 'Y'.
       01  WS-OPEN-SW                   PIC X     VALUE 'Y'.
           88  DAY-IS-OPEN              VALUE 'Y'.

       01  WS-CALENDAR                  PIC X     VALUE SPACE.
       01  WS-STATE                     PIC X(2)  VALUE SPACES.
       01  WS-WORK-DATE                 PIC X(10) VALUE SPACES.
       01  WS-HOLIDAY-NAME              PIC X(30) VALUE SPACES.
       01  WS-DAY-OF-WEEK               PIC S9(4) COMP VALUE ZERO.
       01  WS-STEP                      PIC S9(4) COMP VALUE ZERO.
       01  WS-REMAINING                 PIC S9(4) COMP VALUE ZERO.
       01  WS-STEPS-TAKEN               PIC S9(5) COMP VALUE ZERO.
       01  WS-SEC-FUNCTION              PIC X     VALUE SPACE.
       01  WS-SUB                       PIC S9(4) COMP VALUE ZERO.

       01  WS-FROM-DATE                 PIC X(10) VALUE SPACES.
       01  WS-FROM-STATE                PIC X(2)  VALUE SPACES.
       01  WS-FROM-TYPE                 PIC X     VALUE SPACE.
       01  WS-LIST-AFTER-SW             PIC X     VALUE SPACE.

       01  WS-THIS-YEAR                 PIC S9(4) COMP VALUE ZERO.
       01  WS-LOAD-YEAR                 PIC 9(4)  VALUE ZERO.
       01  WS-MONTH-START               PIC X(10) VALUE SPACES.
       01  WS-HOL-DATE                  PIC X(10) VALUE SPACES.
       01  WS-HOL-ENTITY                PIC X(10) VALUE SPACES.
       01  WS-HOL-QUALIFIER             PIC X(10) VALUE SPACES.
       01  WS-OCCURRENCE                PIC S9(4) COMP VALUE ZERO.
       01  WS-WEEKDAY                   PIC S9(4) COMP VALUE ZERO.
       01  WS-OFFSET                    PIC S9(4) COMP VALUE ZERO.
       01  WS-ADDED-LOGON               PIC X(8)  VALUE SPACES.
       01  WS-LOAD-RESULT               PIC X(8)  VALUE SPACES.

      *----------------------------------------------------------------*
      *    ONE PROGRAM_RULES 'BUSDATE' / 'HOLIDAY' RULE_VALUE.  THE    *
      *    RULE_ENTITY IS THE HOLIDAY NAME AND THE RULE_QUALIFIER THE  *
      *    STATE THAT OBSERVES IT, OR 'ALL'.                           *
      *      F = FIXED DATE - MONTH AND DAY                            *
      *      N = NTH WEEKDAY OF THE MONTH - DAY IS THE OCCURRENCE      *
      *      L = LAST WEEKDAY OF THE MONTH                             *
      *    THE OFFSET MOVES THE DATE ON (THE DAY AFTER THANKSGIVING).  *
      *    OBSERVE 'O' MOVES A SATURDAY HOLIDAY TO THE FRIDAY (THE     *
      *    BANKS STAY OPEN THAT FRIDAY) AND A SUNDAY ONE TO MONDAY.    *
      *----------------------------------------------------------------*
       01  WS-HOL-RULE.
           05  WS-HR-TYPE               PIC X.
           05  WS-HR-BANK-CLOSED        PIC X.
           05  WS-HR-OFFICE-CLOSED      PIC X.
           05  WS-HR-METHOD             PIC X.
           05  WS-HR-MONTH              PIC 9(2).
           05  WS-HR-DAY                PIC 9(2).
           05  WS-HR-WEEKDAY            PIC 9.
           05  WS-HR-OFFSET             PIC 9(2).
           05  WS-HR-OBSERVE            PIC X.
           05  FILLER                   PIC X(3).
       01  WS-HOL-RULE-X REDEFINES WS-HOL-RULE.
           05  FILLER                   PIC X(4).
           05  WS-HR-NUMBERS            PIC X(7).
           05  FILLER                   PIC X(4).

       01  WS-EDIT-YEAR                 PIC 9(4)  VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-STATE                PIC X(3)  VALUE SPACES.
       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY BUSCAL.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    ONE SCREEN OF CALENDAR ROWS IN DATE ORDER, FOR ONE STATE    *
      *    (WITH THE ROWS EVERY STATE SHARES) OR FOR ALL.  THE FIRST   *
      *    PAGE STARTS ON THE DATE GIVEN; A LATER PAGE STARTS AFTER    *
      *    THE LAST ROW OF THE ONE BEFORE.                             *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE BDLSTCUR CURSOR FOR
               SELECT CHAR(CAL_DATE, ISO),
                      STATE_CODE,
                      HOLIDAY_TYPE,
                      BANK_CLOSED,
                      OFFICE_CLOSED,
                      HOLIDAY_NAME
                 FROM BUSINESS_CALENDAR
                WHERE (CAL_DATE > DATE(:WS-FROM-DATE)
                   OR  (CAL_DATE = DATE(:WS-FROM-DATE)
                        AND (:WS-LIST-AFTER-SW <> 'Y'
                         OR  STATE_CODE > :WS-FROM-STATE
                         OR  (STATE_CODE = :WS-FROM-STATE
                              AND HOLIDAY_TYPE > :WS-FROM-TYPE))))
                  AND (:WS-STATE = ' '
                   OR  STATE_CODE IN (' ', :WS-STATE))
                ORDER BY CAL_DATE, STATE_CODE, HOLIDAY_TYPE
                FETCH FIRST 12 ROWS ONLY
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE HOLIDAY DEFINITIONS THE YEAR-AHEAD LOAD BUILDS FROM.    *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE BDHOLCUR CURSOR FOR
               SELECT RULE_ENTITY,
                      RULE_QUALIFIER,
                      RULE_VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'BUSDATE'
                  AND RULE        = 'HOLIDAY'
                  AND CURRENT_IND = 'Y'
                ORDER BY RULE_QUALIFIER, RULE_ENTITY
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'BUSDATE --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY BUSDATEC.
           TITLE 'BUSDATE --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF BD-FUNCTION-CODE = 'Y'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'BUSDATE'  TO RL-PROGRAM-NAME
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
               MOVE '20' TO BD-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO BD-RETURN-CODE.
           MOVE ZERO TO BD-ROWS-LOADED.

           EVALUATE BD-FUNCTION-CODE
               WHEN 'N'
               WHEN 'P'
               WHEN 'A'
               WHEN 'H'
                   PERFORM P100000-DATE-SERVICE THRU P100000-EXIT
               WHEN 'L'
                   PERFORM P400000-LIST-THE-CALENDAR THRU P400000-EXIT
               WHEN 'M'
                   PERFORM P500000-MAINTAIN-ONE-ROW THRU P500000-EXIT
               WHEN 'Y'
                   PERFORM P600000-YEAR-AHEAD-LOAD THRU P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO BD-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF BD-RETURN-CODE = '12'
               AND (BD-FUNCTION-CODE = 'M' OR 'Y')
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF BD-FUNCTION-CODE = 'Y'
               IF BD-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'BUSDATE'  TO RL-PROGRAM-NAME
               MOVE BD-ROWS-LOADED TO RL-RECORD-COUNT
               MOVE BD-RETURN-CODE TO RL-PROGRAM-RC
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
           TITLE 'BUSDATE --> THE DATE SERVICE'.
       P100000-DATE-SERVICE SECTION.

      *----------------------------------------------------------------*
      *    THE CALENDAR DEFAULTS TO THE OFFICE'S.  THE BANKING         *
      *    CALENDAR IS THE SAME IN EVERY STATE.                        *
      *----------------------------------------------------------------*
           MOVE SPACES TO BD-DATE-OUT BD-HOLIDAY-NAME
                          BD-BUSINESS-DAY-IND.

           IF BD-CALENDAR = SPACE
               MOVE 'O' TO WS-CALENDAR
           ELSE
               MOVE BD-CALENDAR TO WS-CALENDAR.

           IF WS-CALENDAR NOT = 'B' AND NOT = 'O'
               MOVE '04' TO BD-RETURN-CODE
               GO TO P100000-EXIT.

           IF WS-CALENDAR = 'B'
               MOVE SPACES        TO WS-STATE
           ELSE
               MOVE BD-STATE-CODE TO WS-STATE.

           PERFORM P120000-EDIT-DATE-IN THRU P120000-EXIT.
           IF BD-RETURN-CODE NOT = '00'
               GO TO P100000-EXIT.

           EVALUATE BD-FUNCTION-CODE
               WHEN 'N'
                   MOVE +1 TO WS-STEP
                   MOVE +1 TO WS-REMAINING
               WHEN 'P'
                   MOVE -1 TO WS-STEP
                   MOVE +1 TO WS-REMAINING
               WHEN 'A'
                   IF BD-DAY-COUNT < ZERO
                       MOVE -1 TO WS-STEP
                       COMPUTE WS-REMAINING = ZERO - BD-DAY-COUNT
                   ELSE
                       MOVE +1 TO WS-STEP
                       MOVE BD-DAY-COUNT TO WS-REMAINING
                   END-IF
               WHEN 'H'
                   PERFORM P300000-TEST-THE-DAY THRU P300000-EXIT
                   IF BD-RETURN-CODE NOT = '00'
                       GO TO P100000-EXIT
                   END-IF
                   MOVE WS-WORK-DATE    TO BD-DATE-OUT
                   MOVE WS-HOLIDAY-NAME TO BD-HOLIDAY-NAME
                   IF DAY-IS-OPEN
                       MOVE 'Y' TO BD-BUSINESS-DAY-IND
                   ELSE
                       MOVE 'N' TO BD-BUSINESS-DAY-IND
                   END-IF
                   GO TO P100000-EXIT
           END-EVALUATE.

           PERFORM P200000-COUNT-BUSINESS-DAYS THRU P200000-EXIT.

       P100000-EXIT.
           EXIT.
           TITLE 'BUSDATE --> EDIT THE DATE GIVEN'.
       P120000-EDIT-DATE-IN SECTION.

           IF BD-DATE-IN = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :WS-WORK-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT CHAR(DATE(:BD-DATE-IN), ISO)
                     INTO :WS-WORK-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '04' TO BD-RETURN-CODE.

       P120000-EXIT.
           EXIT.
           TITLE 'BUSDATE --> SECURITY CHECK'.
       P150000-SECCHECK SECTION.

           MOVE SPACES          TO SECURITY-AREA.
           MOVE 'BUSDATE'       TO SEC-RESOURCE-NAME.
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION-CODE.
           MOVE 'Y'             TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR SEC-RETURN-CODE NOT = 'A'
               MOVE '08' TO BD-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'BUSDATE --> COUNT BUSINESS DAYS'.
       P200000-COUNT-BUSINESS-DAYS SECTION.

      *----------------------------------------------------------------*
      *    STEP A DAY AT A TIME, COUNTING ONLY THE OPEN DAYS.  A COUNT *
      *    OF ZERO ANSWERS THE DATE ITSELF WHEN IT IS OPEN, ELSE THE   *
      *    NEXT OPEN DAY - THE ROLL-FORWARD FOR A DUE DATE THAT FALLS  *
      *    ON A CLOSED DAY.  TEN YEARS WITHOUT AN OPEN DAY MEANS THE   *
      *    CALENDAR IS WRONG.                                          *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-STEPS-TAKEN.

           IF WS-REMAINING = ZERO
               PERFORM P300000-TEST-THE-DAY THRU P300000-EXIT
               IF BD-RETURN-CODE NOT = '00'
                   GO TO P200000-EXIT
               END-IF
               IF NOT DAY-IS-OPEN
                   MOVE +1 TO WS-STEP
                   MOVE +1 TO WS-REMAINING
               END-IF
           END-IF.

           PERFORM P250000-STEP-ONE-DAY THRU P250000-EXIT
               UNTIL WS-REMAINING = ZERO
                  OR BD-RETURN-CODE NOT = '00'.

           IF BD-RETURN-CODE = '00'
               MOVE WS-WORK-DATE TO BD-DATE-OUT.

       P200000-EXIT.
           EXIT.
       P250000-STEP-ONE-DAY SECTION.

           ADD 1 TO WS-STEPS-TAKEN.
           IF WS-STEPS-TAKEN > WS-MAX-STEPS
               MOVE '06' TO BD-RETURN-CODE
               GO TO P250000-EXIT.

           EXEC SQL
               SELECT CHAR(DATE(:WS-WORK-DATE) + :WS-STEP DAYS, ISO)
                 INTO :WS-WORK-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '04' TO BD-RETURN-CODE
               GO TO P250000-EXIT.

           PERFORM P300000-TEST-THE-DAY THRU P300000-EXIT.

           IF BD-RETURN-CODE = '00'
               AND DAY-IS-OPEN
               SUBTRACT 1 FROM WS-REMAINING.

       P250000-EXIT.
           EXIT.
           TITLE 'BUSDATE --> IS THE DAY OPEN'.
       P300000-TEST-THE-DAY SECTION.

      *----------------------------------------------------------------*
      *    SATURDAY AND SUNDAY ARE CLOSED ON BOTH CALENDARS.  A ROW ON *
      *    BUSINESS_CALENDAR FOR EVERY STATE, OR FOR THE STATE ASKED   *
      *    ABOUT, CLOSES THE DAY WHEN IT IS CLOSED ON THAT CALENDAR.   *
      *    THE HOLIDAY NAME COMES BACK EVEN ON A WEEKEND.              *
      *----------------------------------------------------------------*
           MOVE 'Y'    TO WS-OPEN-SW.
           MOVE SPACES TO WS-HOLIDAY-NAME.

           EXEC SQL
               SELECT DAYOFWEEK(DATE(:WS-WORK-DATE))
                 INTO :WS-DAY-OF-WEEK
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '04' TO BD-RETURN-CODE
               GO TO P300000-EXIT.

           IF WS-DAY-OF-WEEK = 1 OR WS-DAY-OF-WEEK = 7
               MOVE 'N' TO WS-OPEN-SW.

           EXEC SQL
               SELECT HOLIDAY_NAME
                 INTO :WS-HOLIDAY-NAME
                 FROM BUSINESS_CALENDAR
                WHERE CAL_DATE   = DATE(:WS-WORK-DATE)
                  AND STATE_CODE IN (' ', :WS-STATE)
                  AND ((:WS-CALENDAR = 'B' AND BANK_CLOSED   = 'Y')
                   OR  (:WS-CALENDAR = 'O' AND OFFICE_CLOSED = 'Y'))
                ORDER BY STATE_CODE
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               GO TO P300000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE 'N' TO WS-OPEN-SW.

       P300000-EXIT.
           EXIT.
           TITLE 'BUSDATE --> LIST THE CALENDAR'.
       P400000-LIST-THE-CALENDAR SECTION.

           MOVE 'I' TO WS-SEC-FUNCTION.
           PERFORM P150000-SECCHECK THRU P150000-EXIT.
           IF BD-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           MOVE ZERO          TO BD-LIST-COUNT.
           MOVE BD-STATE-CODE TO WS-STATE.

           IF BD-LIST-AFTER-SW = 'Y'
               MOVE 'Y'          TO WS-LIST-AFTER-SW
               MOVE BD-HOL-DATE  TO WS-FROM-DATE
               MOVE BD-HOL-STATE TO WS-FROM-STATE
               MOVE BD-HOL-TYPE  TO WS-FROM-TYPE
           ELSE
               PERFORM P120000-EDIT-DATE-IN THRU P120000-EXIT
               IF BD-RETURN-CODE NOT = '00'
                   GO TO P400000-EXIT
               END-IF
               MOVE 'N'          TO WS-LIST-AFTER-SW
               MOVE WS-WORK-DATE TO WS-FROM-DATE
               MOVE SPACES       TO WS-FROM-STATE WS-FROM-TYPE
           END-IF.

           EXEC SQL
               OPEN BDLSTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N' TO WS-LST-EOF-SW.
           MOVE ZERO TO WS-SUB.

           PERFORM P450000-LIST-ONE-ROW THRU P450000-EXIT
               UNTIL LIST-EOF.

           EXEC SQL
               CLOSE BDLSTCUR
           END-EXEC.

           IF BD-RETURN-CODE = '00'
               AND BD-LIST-COUNT = ZERO
               MOVE '02' TO BD-RETURN-CODE.

       P400000-EXIT.
           EXIT.
       P450000-LIST-ONE-ROW SECTION.

           IF WS-SUB NOT < 12
               MOVE 'Y' TO WS-LST-EOF-SW
               GO TO P450000-EXIT.

           ADD 1 TO WS-SUB.

           EXEC SQL
               FETCH BDLSTCUR
                 INTO :BD-LST-DATE (WS-SUB),
                      :BD-LST-STATE (WS-SUB),
                      :BD-LST-TYPE (WS-SUB),
                      :BD-LST-BANK-CLOSED (WS-SUB),
                      :BD-LST-OFFICE-CLOSED (WS-SUB),
                      :BD-LST-NAME (WS-SUB)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO BD-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-LST-EOF-SW
               GO TO P450000-EXIT.

           MOVE WS-SUB TO BD-LIST-COUNT.

       P450000-EXIT.
           EXIT.
           TITLE 'BUSDATE --> ADD, CHANGE OR DELETE ONE ROW'.
       P500000-MAINTAIN-ONE-ROW SECTION.

           IF BD-MAINT-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
               MOVE '01' TO BD-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'U' TO WS-SEC-FUNCTION.
           PERFORM P150000-SECCHECK THRU P150000-EXIT.
           IF BD-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           EXEC SQL
               SELECT CHAR(DATE(:BD-HOL-DATE), ISO)
                 INTO :BCL-CAL-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '04' TO BD-RETURN-CODE
               GO TO P500000-EXIT.

      *    A STATE OBSERVANCE BELONGS TO ONE STATE; BANK AND COMPANY
      *    HOLIDAYS MAY BE KEPT EVERYWHERE OR IN ONE STATE.
           IF BD-HOL-TYPE NOT = 'B' AND NOT = 'C' AND NOT = 'S'
               MOVE '04' TO BD-RETURN-CODE
               GO TO P500000-EXIT.

           IF BD-HOL-TYPE = 'S'
               AND BD-HOL-STATE = SPACES
               MOVE '04' TO BD-RETURN-CODE
               GO TO P500000-EXIT.

           IF BD-MAINT-ACTION NOT = 'D'
               IF (BD-HOL-BANK-CLOSED   NOT = 'Y' AND NOT = 'N')
               OR (BD-HOL-OFFICE-CLOSED NOT = 'Y' AND NOT = 'N')
               OR BD-HOL-NAME = SPACES
                   MOVE '04' TO BD-RETURN-CODE
                   GO TO P500000-EXIT
               END-IF
           END-IF.

           MOVE BD-HOL-STATE         TO BCL-STATE-CODE.
           MOVE BD-HOL-TYPE          TO BCL-HOLIDAY-TYPE.
           MOVE BD-HOL-NAME          TO BCL-HOLIDAY-NAME.
           MOVE BD-HOL-BANK-CLOSED   TO BCL-BANK-CLOSED.
           MOVE BD-HOL-OFFICE-CLOSED TO BCL-OFFICE-CLOSED.
           MOVE BD-OPERATOR-LOGON    TO BCL-ADDED-LOGON
                                        BCL-REVISED-LOGON.

           EVALUATE BD-MAINT-ACTION
               WHEN 'A'
                   EXEC SQL
                       INSERT INTO BUSINESS_CALENDAR
                             (CAL_DATE, STATE_CODE, HOLIDAY_TYPE,
                              HOLIDAY_NAME, BANK_CLOSED, OFFICE_CLOSED,
                              ADDED_LOGON, ADDED_TIMESTAMP,
                              REVISED_LOGON, REVISED_TIMESTAMP)
                       VALUES (DATE(:BCL-CAL-DATE), :BCL-STATE-CODE,
                               :BCL-HOLIDAY-TYPE, :BCL-HOLIDAY-NAME,
                               :BCL-BANK-CLOSED, :BCL-OFFICE-CLOSED,
                               :BCL-ADDED-LOGON, CURRENT TIMESTAMP,
                               ' ', NULL)
                   END-EXEC
               WHEN 'C'
                   EXEC SQL
                       UPDATE BUSINESS_CALENDAR
                          SET HOLIDAY_NAME      = :BCL-HOLIDAY-NAME,
                              BANK_CLOSED       = :BCL-BANK-CLOSED,
                              OFFICE_CLOSED     = :BCL-OFFICE-CLOSED,
                              REVISED_LOGON     = :BCL-REVISED-LOGON,
                              REVISED_TIMESTAMP = CURRENT TIMESTAMP
                        WHERE CAL_DATE     = DATE(:BCL-CAL-DATE)
                          AND STATE_CODE   = :BCL-STATE-CODE
                          AND HOLIDAY_TYPE = :BCL-HOLIDAY-TYPE
                   END-EXEC
               WHEN 'D'
                   EXEC SQL
                       DELETE FROM BUSINESS_CALENDAR
                        WHERE CAL_DATE     = DATE(:BCL-CAL-DATE)
                          AND STATE_CODE   = :BCL-STATE-CODE
                          AND HOLIDAY_TYPE = :BCL-HOLIDAY-TYPE
                   END-EXEC
           END-EVALUATE.

           EVALUATE TRUE
               WHEN SQLCODE = -803
               WHEN SQLCODE = +100
                   MOVE '03' TO BD-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO BD-RETURN-CODE
           END-EVALUATE.

       P500000-EXIT.
           EXIT.
           TITLE 'BUSDATE --> THE YEAR-AHEAD LOAD'.
       P600000-YEAR-AHEAD-LOAD SECTION.

      *----------------------------------------------------------------*
      *    BUILDS A YEAR'S ROWS FROM THE HOLIDAY DEFINITIONS, NEXT     *
      *    YEAR UNLESS ONE IS GIVEN.  A ROW ALREADY ON FILE (LOADED    *
      *    BEFORE, OR KEYED ON NA370) IS LEFT AS IT IS, SO THE LOAD    *
      *    CAN BE RUN AGAIN AFTER A DEFINITION IS ADDED.  EVERY ROW    *
      *    IS LISTED TO THE BCAL TDQ FOR REVIEW.                       *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT YEAR(CURRENT DATE)
                 INTO :WS-THIS-YEAR
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P600000-EXIT.

           IF BD-LOAD-YEAR = ZERO
               COMPUTE WS-LOAD-YEAR = WS-THIS-YEAR + 1
           ELSE
               MOVE BD-LOAD-YEAR TO WS-LOAD-YEAR.

           IF WS-LOAD-YEAR < WS-THIS-YEAR
               OR WS-LOAD-YEAR > WS-THIS-YEAR + 5
               MOVE '05' TO BD-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE WS-LOAD-YEAR TO BD-LOAD-YEAR WS-EDIT-YEAR.

           IF BD-OPERATOR-LOGON = SPACES
               MOVE 'BUSDATE'         TO WS-ADDED-LOGON
           ELSE
               MOVE BD-OPERATOR-LOGON TO WS-ADDED-LOGON.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS CALENDAR YEAR-AHEAD LOAD FOR '
                                          DELIMITED BY SIZE
                  WS-EDIT-YEAR            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-LOAD-LINE THRU P900000-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  DATE        ST  T  BANK OFC  HOLIDAY'
                                          DELIMITED BY SIZE
                  '                         RESULT'
                                          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-LOAD-LINE THRU P900000-EXIT.

           EXEC SQL
               OPEN BDHOLCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N' TO WS-HOL-EOF-SW.

           PERFORM P650000-LOAD-ONE-HOLIDAY THRU P650000-EXIT
               UNTIL HOLIDAY-EOF.

           EXEC SQL
               CLOSE BDHOLCUR
           END-EXEC.

           IF BD-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           MOVE BD-ROWS-LOADED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ROWS ADDED  '       DELIMITED BY SIZE
                  WS-EDIT-COUNT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-LOAD-LINE THRU P900000-EXIT.

           IF BD-ROWS-LOADED = ZERO
               MOVE '02' TO BD-RETURN-CODE.

       P600000-EXIT.
           EXIT.
       P650000-LOAD-ONE-HOLIDAY SECTION.

           MOVE SPACES TO WS-HOL-ENTITY WS-HOL-QUALIFIER PR-RULE-VALUE.

           EXEC SQL
               FETCH BDHOLCUR
                 INTO :WS-HOL-ENTITY,
                      :WS-HOL-QUALIFIER,
                      :PR-RULE-VALUE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO BD-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-HOL-EOF-SW
               GO TO P650000-EXIT.

           MOVE PR-RULE-VALUE TO WS-HOL-RULE.

           IF WS-HOL-QUALIFIER = 'ALL'
               MOVE SPACES                 TO BCL-STATE-CODE
           ELSE
               MOVE WS-HOL-QUALIFIER (1:2) TO BCL-STATE-CODE.

           PERFORM P680000-DATE-THE-HOLIDAY THRU P680000-EXIT.

           IF BD-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-HOL-EOF-SW
               GO TO P650000-EXIT.

           IF BCL-CAL-DATE = SPACES
               MOVE 'BAD RULE' TO WS-LOAD-RESULT
               GO TO P650000-REPORT.

           MOVE WS-HR-TYPE     TO BCL-HOLIDAY-TYPE.
           MOVE WS-HOL-ENTITY  TO BCL-HOLIDAY-NAME.
           MOVE WS-ADDED-LOGON TO BCL-ADDED-LOGON.

           EXEC SQL
               INSERT INTO BUSINESS_CALENDAR
                     (CAL_DATE, STATE_CODE, HOLIDAY_TYPE,
                      HOLIDAY_NAME, BANK_CLOSED, OFFICE_CLOSED,
                      ADDED_LOGON, ADDED_TIMESTAMP,
                      REVISED_LOGON, REVISED_TIMESTAMP)
               VALUES (DATE(:BCL-CAL-DATE), :BCL-STATE-CODE,
                       :BCL-HOLIDAY-TYPE, :BCL-HOLIDAY-NAME,
                       :BCL-BANK-CLOSED, :BCL-OFFICE-CLOSED,
                       :BCL-ADDED-LOGON, CURRENT TIMESTAMP,
                       ' ', NULL)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO BD-ROWS-LOADED
                   MOVE 'ADDED'   TO WS-LOAD-RESULT
               WHEN SQLCODE = -803
                   MOVE 'ON FILE' TO WS-LOAD-RESULT
               WHEN OTHER
                   MOVE '12' TO BD-RETURN-CODE
                   MOVE 'Y'  TO WS-HOL-EOF-SW
                   GO TO P650000-EXIT
           END-EVALUATE.

       P650000-REPORT.

           IF BCL-STATE-CODE = SPACES
               MOVE 'ALL'          TO WS-EDIT-STATE
           ELSE
               MOVE BCL-STATE-CODE TO WS-EDIT-STATE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  '             DELIMITED BY SIZE
                  BCL-CAL-DATE     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-STATE    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-HR-TYPE       DELIMITED BY SIZE
                  '   '            DELIMITED BY SIZE
                  BCL-BANK-CLOSED  DELIMITED BY SIZE
                  '    '           DELIMITED BY SIZE
                  BCL-OFFICE-CLOSED DELIMITED BY SIZE
                  '   '            DELIMITED BY SIZE
                  WS-HOL-ENTITY    DELIMITED BY SIZE
                  '                      '
                                   DELIMITED BY SIZE
                  WS-LOAD-RESULT   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-LOAD-LINE THRU P900000-EXIT.

       P650000-EXIT.
           EXIT.
           TITLE 'BUSDATE --> DATE ONE HOLIDAY IN THE LOAD YEAR'.
       P680000-DATE-THE-HOLIDAY SECTION.

      *----------------------------------------------------------------*
      *    LEAVES BCL-CAL-DATE SPACES WHEN THE DEFINITION CANNOT BE    *
      *    DATED, SO THE LOAD LISTS IT AND GOES ON.                    *
      *----------------------------------------------------------------*
           MOVE SPACES              TO BCL-CAL-DATE.
           MOVE WS-HR-BANK-CLOSED   TO BCL-BANK-CLOSED.
           MOVE WS-HR-OFFICE-CLOSED TO BCL-OFFICE-CLOSED.

           IF WS-HR-TYPE NOT = 'B' AND NOT = 'C' AND NOT = 'S'
               GO TO P680000-EXIT.

           IF (WS-HR-BANK-CLOSED   NOT = 'Y' AND NOT = 'N')
           OR (WS-HR-OFFICE-CLOSED NOT = 'Y' AND NOT = 'N')
               GO TO P680000-EXIT.

           IF WS-HR-NUMBERS IS NOT NUMERIC
               GO TO P680000-EXIT.

           IF WS-HR-MONTH < 1 OR WS-HR-MONTH > 12
               GO TO P680000-EXIT.

           MOVE WS-HR-OFFSET TO WS-OFFSET.

           MOVE SPACES TO WS-MONTH-START.
           STRING WS-LOAD-YEAR     DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-HR-MONTH      DELIMITED BY SIZE
                  '-01'            DELIMITED BY SIZE
               INTO WS-MONTH-START
           END-STRING.

           EVALUATE WS-HR-METHOD
               WHEN 'F'
                   MOVE SPACES TO WS-HOL-DATE
                   STRING WS-MONTH-START (1:8) DELIMITED BY SIZE
                          WS-HR-DAY            DELIMITED BY SIZE
                       INTO WS-HOL-DATE
                   END-STRING
                   EXEC SQL
                       SELECT CHAR(DATE(:WS-HOL-DATE)
                                   + :WS-OFFSET DAYS, ISO)
                         INTO :WS-HOL-DATE
                         FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               WHEN 'N'
                   IF WS-HR-WEEKDAY < 1 OR WS-HR-WEEKDAY > 7
                       OR WS-HR-DAY < 1 OR WS-HR-DAY > 5
                       GO TO P680000-EXIT
                   END-IF
                   MOVE WS-HR-WEEKDAY TO WS-WEEKDAY
                   MOVE WS-HR-DAY     TO WS-OCCURRENCE
                   EXEC SQL
                       SELECT CHAR(DATE(:WS-MONTH-START)
                                 + (MOD(:WS-WEEKDAY + 7
                                   - DAYOFWEEK(DATE(:WS-MONTH-START)),
                                        7)
                                    + (:WS-OCCURRENCE - 1) * 7
                                    + :WS-OFFSET) DAYS, ISO)
                         INTO :WS-HOL-DATE
                         FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               WHEN 'L'
                   IF WS-HR-WEEKDAY < 1 OR WS-HR-WEEKDAY > 7
                       GO TO P680000-EXIT
                   END-IF
                   MOVE WS-HR-WEEKDAY TO WS-WEEKDAY
                   EXEC SQL
                       SELECT CHAR(DATE(:WS-MONTH-START)
                                 + 1 MONTH - 1 DAY
                                 - (MOD(DAYOFWEEK(DATE(:WS-MONTH-START)
                                          + 1 MONTH - 1 DAY)
                                        - :WS-WEEKDAY + 7, 7)
                                    - :WS-OFFSET) DAYS, ISO)
                         INTO :WS-HOL-DATE
                         FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               WHEN OTHER
                   GO TO P680000-EXIT
           END-EVALUATE.

      *    A FIXED DATE THAT DOES NOT EXIST IS A BAD DEFINITION.
           IF SQLCODE NOT = ZERO
               GO TO P680000-EXIT.

           IF WS-HR-OBSERVE = 'O'
               EXEC SQL
                   SELECT DAYOFWEEK(DATE(:WS-HOL-DATE))
                     INTO :WS-DAY-OF-WEEK
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO BD-RETURN-CODE
                   GO TO P680000-EXIT
               END-IF
               EVALUATE WS-DAY-OF-WEEK
                   WHEN 7
                       MOVE -1  TO WS-OFFSET
                       MOVE 'N' TO BCL-BANK-CLOSED
                   WHEN 1
                       MOVE +1  TO WS-OFFSET
                   WHEN OTHER
                       MOVE ZERO TO WS-OFFSET
               END-EVALUATE
               IF WS-OFFSET NOT = ZERO
                   EXEC SQL
                       SELECT CHAR(DATE(:WS-HOL-DATE)
                                   + :WS-OFFSET DAYS, ISO)
                         INTO :WS-HOL-DATE
                         FROM SYSIBM.SYSDUMMY1
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       MOVE '12' TO BD-RETURN-CODE
                       GO TO P680000-EXIT
                   END-IF
               END-IF
           END-IF.

           MOVE WS-HOL-DATE TO BCL-CAL-DATE.

       P680000-EXIT.
           EXIT.
           TITLE 'BUSDATE --> WRITE ONE LINE TO BCAL'.
       P900000-WRITE-LOAD-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('BCAL')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
