       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENRLWIN.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: ENRLWIN                                        *
      *  PROGRAM TEXT:  OPEN-ENROLLMENT WINDOW ENFORCEMENT.  CASE_MASTER*
      *                 CARRIES THE ANNUAL WINDOW AS OPENENROL_BEGIN_DT *
      *                 AND OPENENROL_END_DT (MMDD - A WINDOW MAY RUN   *
      *                 OVER THE YEAR END) BUT NOTHING HELD AN ELECTION *
      *                 TO IT.  'E' IS CALLED BY THE EMPLOYEE ADD AND   *
      *                 CHANGE EDITS FOR EACH COVERAGE ELECTION: INSIDE *
      *                 THE WINDOW, BY A NEW HIRE (HIRED WITHIN THE     *
      *                 'NEWHIRE-DAYS' RULE, BY CARRIER WITH A DEFAULT),*
      *                 ON A CASE WITH NO COVERAGE YET, OR ON A CASE    *
      *                 WITH NO WINDOW KEYED, IT POSTS AS KEYED.  ANY   *
      *                 OTHER ELECTION IS A LATE ENTRANT - PENDED ON    *
      *                 LATE_ENTRANT WITH A DIARY TO THE UNDERWRITING   *
      *                 DESK, AND THE CALLER DOES NOT POST IT.  'A'     *
      *                 (UNDERWRITING, HOLDING THE 'ENRLWIN' SECCHECK   *
      *                 RESOURCE) APPROVES AND WRITES THE COVERAGE ROW; *
      *                 'D' DECLINES.  'C' IS THE WINDOW CALENDAR:      *
      *                 EVERY CASE WHOSE WINDOW OPENS OR CLOSES IN THE  *
      *                 NEXT 60 DAYS, TO THE OEWC TDQ.                  *
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
       77  WS-DEFAULT-NEWHIRE-DAYS     PIC S9(3) COMP-3 VALUE +31.
       77  WS-DEFAULT-LEAD-DAYS        PIC S9(3) COMP-3 VALUE +60.

       01  WS-CALENDAR-EOF-SW           PIC X     VALUE 'N'.
           88  CALENDAR-CURSOR-EOF      VALUE 'Y'.

       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-CARRIER-CODE              PIC X(2)  VALUE SPACES.
       01  WS-WINDOW-BEGIN              PIC X(4)  VALUE SPACES.
       01  WS-WINDOW-EFF                PIC X(4)  VALUE SPACES.
       01  WS-WINDOW-END                PIC X(4)  VALUE SPACES.
       01  WS-ELECTION-MMDD             PIC X(4)  VALUE SPACES.
       01  WS-HIRE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-HIRE-DATE-IND             PIC S9(4) COMP VALUE ZERO.
       01  WS-DAYS-SINCE-HIRE           PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-NEWHIRE-DAYS              PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-RULE-DIGITS-3             PIC 9(3)  VALUE ZERO.
       01  WS-COVERAGE-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-TODAY                     PIC X(10) VALUE SPACES.

       01  WS-LEAD-DAYS                 PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-HORIZON-DATE              PIC X(10) VALUE SPACES.
       01  WS-EVENT-MMDD                PIC X(4)  VALUE SPACES.
       01  WS-EVENT-DATE                PIC X(10) VALUE SPACES.
       01  WS-EVENT-DATE-R REDEFINES WS-EVENT-DATE.
           05  WS-EVENT-YEAR            PIC 9(4).
           05  FILLER                   PIC X(1).
           05  WS-EVENT-MM              PIC X(2).
           05  FILLER                   PIC X(1).
           05  WS-EVENT-DD              PIC X(2).
       01  WS-EVENT-LITERAL             PIC X(6)  VALUE SPACES.
       01  WS-CASE-LISTED-SW            PIC X     VALUE 'N'.
           88  CASE-ALREADY-LISTED      VALUE 'Y'.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-COUNT                PIC ZZZZ9 VALUE ZERO.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  DIARY-COMM-AREA.
           COPY DIARYMNC.

           COPY PROGRULE.
           COPY LATEENT.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY ACTIVE CASE WITH A WINDOW KEYED.  WHETHER THE WINDOW  *
      *    OPENS OR CLOSES INSIDE THE HORIZON IS WORKED OUT PER ROW -  *
      *    THE COLUMNS ARE MMDD, NOT DATES.                            *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE OEWCCUR CURSOR FOR
               SELECT CASE_NUM,
                      CASENAME#IDNTITY,
                      CARRIER_CODE,
                      OPENENROL_BEGIN_DT,
                      OPENENROL_EFF_DT,
                      OPENENROL_END_DT
                 FROM CASE_MASTER
                WHERE ACTIVE_CODE IN ('CM', ' P')
                  AND OPENENROL_BEGIN_DT <> ' '
                  AND OPENENROL_END_DT   <> ' '
                ORDER BY CARRIER_CODE, CASE_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'ENRLWIN --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY ENRLWINC.
           TITLE 'ENRLWIN --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00'  TO EW-RETURN-CODE.
           MOVE SPACE TO EW-WINDOW-RESULT.
           MOVE ZERO  TO EW-CASES-LISTED.

           EVALUATE EW-FUNCTION-CODE
               WHEN 'E'
                   PERFORM P200000-EDIT-AN-ELECTION THRU P200000-EXIT
               WHEN 'A'
                   PERFORM P400000-APPROVE-LATE-ENTRANT
                      THRU P400000-EXIT
               WHEN 'D'
                   PERFORM P500000-DECLINE-LATE-ENTRANT
                      THRU P500000-EXIT
               WHEN 'C'
                   PERFORM P600000-WINDOW-CALENDAR THRU P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO EW-RETURN-CODE
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
           TITLE 'ENRLWIN --> EDIT ONE COVERAGE ELECTION'.
       P200000-EDIT-AN-ELECTION SECTION.

           IF EW-CASE-NUM = SPACES
               OR EW-EFFECTIVE-DATE = SPACES
               OR EW-COV-TYPE = SPACES
               MOVE '04' TO EW-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               SELECT CASENAME#IDNTITY,
                      CARRIER_CODE,
                      OPENENROL_BEGIN_DT,
                      OPENENROL_END_DT,
                      CHAR(CURRENT DATE, ISO)
                 INTO :WS-CASE-IDNTITY,
                      :WS-CARRIER-CODE,
                      :WS-WINDOW-BEGIN,
                      :WS-WINDOW-END,
                      :WS-TODAY
                 FROM CASE_MASTER
                WHERE CASE_NUM = :EW-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO EW-RETURN-CODE
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO EW-RETURN-CODE
               GO TO P200000-EXIT.

           IF EW-ELECTION-DATE = SPACES
               MOVE WS-TODAY TO EW-ELECTION-DATE.

      *----------------------------------------------------------------*
      *    NO WINDOW KEYED ON THE CASE - NOTHING TO ENFORCE.           *
      *----------------------------------------------------------------*
           IF WS-WINDOW-BEGIN = SPACES
               OR WS-WINDOW-END = SPACES
               MOVE 'O' TO EW-WINDOW-RESULT
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    INSIDE THE WINDOW.  A BEGIN AFTER THE END IS A WINDOW THAT  *
      *    RUNS OVER THE YEAR END (1201 - 0115).                       *
      *----------------------------------------------------------------*
           MOVE EW-ELECTION-DATE (6:2) TO WS-ELECTION-MMDD (1:2).
           MOVE EW-ELECTION-DATE (9:2) TO WS-ELECTION-MMDD (3:2).

           IF WS-WINDOW-BEGIN NOT > WS-WINDOW-END
               IF WS-ELECTION-MMDD NOT < WS-WINDOW-BEGIN
                   AND WS-ELECTION-MMDD NOT > WS-WINDOW-END
                   MOVE 'W' TO EW-WINDOW-RESULT
                   GO TO P200000-EXIT
               END-IF
           ELSE
               IF WS-ELECTION-MMDD NOT < WS-WINDOW-BEGIN
                   OR WS-ELECTION-MMDD NOT > WS-WINDOW-END
                   MOVE 'W' TO EW-WINDOW-RESULT
                   GO TO P200000-EXIT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    A CASE WITH NO COVERAGE ON FILE YET IS TAKING ITS INITIAL   *
      *    ENROLLMENT - EVERYONE ELECTS THEN, WINDOW OR NOT.           *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-COVERAGE-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-COVERAGE-COUNT
                 FROM COVERAGE
                WHERE CASENAME#CIM = :WS-CASE-IDNTITY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO EW-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-COVERAGE-COUNT = ZERO
               MOVE 'I' TO EW-WINDOW-RESULT
               GO TO P200000-EXIT.

           PERFORM P250000-NEW-HIRE-CHECK THRU P250000-EXIT.

           IF EW-RETURN-CODE NOT = '00'
               OR EW-WINDOW-RESULT = 'N'
               GO TO P200000-EXIT.

           PERFORM P300000-PEND-LATE-ENTRANT THRU P300000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'ENRLWIN --> IS THE EMPLOYEE A NEW HIRE'.
       P250000-NEW-HIRE-CHECK SECTION.

           MOVE EW-HIRE-DATE TO WS-HIRE-DATE.
           MOVE ZERO         TO WS-HIRE-DATE-IND.

           IF WS-HIRE-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(HIRE_DATE, ISO)
                     INTO :WS-HIRE-DATE :WS-HIRE-DATE-IND
                     FROM EMPLOYEE
                    WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                      AND EMP_NUM          = :EW-EMP-NUM
               END-EXEC
               IF SQLCODE = +100
                   MOVE -1 TO WS-HIRE-DATE-IND
               ELSE
                   IF SQLCODE NOT = ZERO
                       MOVE '12' TO EW-RETURN-CODE
                       GO TO P250000-EXIT
                   END-IF
               END-IF
           END-IF.

      *    NO HIRE DATE ON FILE - NOT PROVABLY A NEW HIRE.
           IF WS-HIRE-DATE-IND < ZERO
               OR WS-HIRE-DATE = SPACES
               GO TO P250000-EXIT.

      *----------------------------------------------------------------*
      *    THE NEW-HIRE ELECTION PERIOD IN DAYS, BY CARRIER, FALLING   *
      *    BACK TO THE 'DEFAULT' ROW AND THEN TO 31 DAYS.              *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-NEWHIRE-DAYS TO WS-NEWHIRE-DAYS.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'ENRLWIN'
                  AND RULE        = 'NEWHIRE-DAYS'
                  AND RULE_ENTITY = :WS-CARRIER-CODE
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               EXEC SQL
                   SELECT RULE_VALUE
                     INTO :PR-RULE-VALUE
                     FROM PROGRAM_RULES
                    WHERE PROGRAM_ID  = 'ENRLWIN'
                      AND RULE        = 'NEWHIRE-DAYS'
                      AND RULE_ENTITY = 'DEFAULT'
                      AND CURRENT_IND = 'Y'
                    FETCH FIRST ROW ONLY
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE WS-RULE-DIGITS-3    TO WS-NEWHIRE-DAYS
           END-IF.

           EXEC SQL
               SELECT DAYS(DATE(:EW-ELECTION-DATE))
                    - DAYS(DATE(:WS-HIRE-DATE))
                 INTO :WS-DAYS-SINCE-HIRE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '04' TO EW-RETURN-CODE
               GO TO P250000-EXIT.

           IF WS-DAYS-SINCE-HIRE NOT < ZERO
               AND WS-DAYS-SINCE-HIRE NOT > WS-NEWHIRE-DAYS
               MOVE 'N' TO EW-WINDOW-RESULT.

       P250000-EXIT.
           EXIT.
           TITLE 'ENRLWIN --> PEND A LATE ENTRANT'.
       P300000-PEND-LATE-ENTRANT SECTION.

           EXEC SQL
               SELECT NEXT VALUE FOR LATE_ENTRANT_SEQ
                 INTO :LTE-LATE-ENTRANT-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO EW-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               INSERT INTO LATE_ENTRANT
                      ( LATE_ENTRANT_ID,
                        CASE_NUM,
                        CASENAME#IDNTITY,
                        EMP_NUM,
                        COV_TYPE,
                        PLAN_CODE,
                        EFFECTIVE_DATE,
                        PREMIUM,
                        ELECTION_DATE,
                        WINDOW_BEGIN_DT,
                        WINDOW_END_DT,
                        SOURCE_PROGRAM,
                        LE_STATUS,
                        PEND_LOGON,
                        PEND_TIMESTAMP,
                        REVIEW_LOGON,
                        REVIEW_TIMESTAMP,
                        REVIEW_NOTE )
               VALUES ( :LTE-LATE-ENTRANT-ID,
                        :EW-CASE-NUM,
                        :WS-CASE-IDNTITY,
                        :EW-EMP-NUM,
                        :EW-COV-TYPE,
                        :EW-PLAN-CODE,
                        DATE(:EW-EFFECTIVE-DATE),
                        :EW-PREMIUM,
                        DATE(:EW-ELECTION-DATE),
                        :WS-WINDOW-BEGIN,
                        :WS-WINDOW-END,
                        :EW-SOURCE-PROGRAM,
                        'P',
                        :EW-OPERATOR-LOGON,
                        CURRENT TIMESTAMP,
                        ' ',
                        NULL,
                        ' ' )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO EW-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE 'L'                 TO EW-WINDOW-RESULT.
           MOVE LTE-LATE-ENTRANT-ID TO EW-LATE-ENTRANT-ID.
           MOVE '05'                TO EW-RETURN-CODE.

      *    UNDERWRITING WORKS IT FROM THE DESK BASKET.
           MOVE SPACES            TO DIARY-COMM-AREA.
           MOVE 'A'               TO DY-FUNCTION-CODE.
           MOVE 'UWDESK  '        TO DY-OWNER-LOGON.
           MOVE EW-CASE-NUM       TO DY-CASE-NUM.
           MOVE WS-CASE-IDNTITY   TO DY-IDNTITY.
           MOVE WS-TODAY          TO DY-DUE-DATE.
           MOVE 'LTE'             TO DY-REASON-CODE.
           MOVE 'LATE ENTRANT ELECTION - REVIEW'
                                  TO DY-DIARY-TEXT.
           MOVE EW-OPERATOR-LOGON TO DY-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P300000-EXIT.
           EXIT.
           TITLE 'ENRLWIN --> UNDERWRITING APPROVES A LATE ENTRANT'.
       P400000-APPROVE-LATE-ENTRANT SECTION.

           PERFORM P450000-REVIEWER-SECURITY THRU P450000-EXIT.

           IF EW-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           EXEC SQL
               SELECT CASE_NUM,
                      CASENAME#IDNTITY,
                      EMP_NUM,
                      COV_TYPE,
                      PLAN_CODE,
                      CHAR(EFFECTIVE_DATE, ISO),
                      PREMIUM
                 INTO :LTE-CASE-NUM,
                      :LTE-CASE-IDNTITY,
                      :LTE-EMP-NUM,
                      :LTE-COV-TYPE,
                      :LTE-PLAN-CODE,
                      :LTE-EFFECTIVE-DATE,
                      :LTE-PREMIUM
                 FROM LATE_ENTRANT
                WHERE LATE_ENTRANT_ID = :EW-LATE-ENTRANT-ID
                  AND LE_STATUS       = 'P'
           END-EXEC.

           IF SQLCODE = +100
               MOVE '03' TO EW-RETURN-CODE
               GO TO P400000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO EW-RETURN-CODE
               GO TO P400000-EXIT.

           EXEC SQL
               UPDATE LATE_ENTRANT
                  SET LE_STATUS        = 'A',
                      REVIEW_LOGON     = :EW-OPERATOR-LOGON,
                      REVIEW_TIMESTAMP = CURRENT TIMESTAMP,
                      REVIEW_NOTE      = :EW-REVIEW-NOTE
                WHERE LATE_ENTRANT_ID = :EW-LATE-ENTRANT-ID
                  AND LE_STATUS       = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO EW-RETURN-CODE
               GO TO P400000-EXIT.

      *    THE ELECTION POSTS NOW, AS IT WAS KEYED.
           EXEC SQL
               INSERT INTO COVERAGE
                      ( CASENAME#CIM,
                        EMPLOYEE#EMP_NUM,
                        TYPE,
                        PLAN_CODE,
                        EXCEPTION,
                        EFF_DATE,
                        TERM_DATE,
                        OVERRIDE,
                        PREMIUM,
                        INCEPTION_DATE,
                        WAIT_PERIOD,
                        PROVIDER )
               VALUES ( :LTE-CASE-IDNTITY,
                        :LTE-EMP-NUM,
                        :LTE-COV-TYPE,
                        :LTE-PLAN-CODE,
                        ' ',
                        DATE(:LTE-EFFECTIVE-DATE),
                        NULL,
                        ' ',
                        :LTE-PREMIUM,
                        CURRENT DATE,
                        NULL,
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO EW-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

       P400000-EXIT.
           EXIT.
           TITLE 'ENRLWIN --> THE REVIEWER MUST HOLD THE RESOURCE'.
       P450000-REVIEWER-SECURITY SECTION.

           IF EW-OPERATOR-LOGON = SPACES
               MOVE '04' TO EW-RETURN-CODE
               GO TO P450000-EXIT.

           MOVE SPACES    TO SECURITY-AREA.
           MOVE 'ENRLWIN' TO SEC-RESOURCE-NAME.
           MOVE 'I'       TO SEC-FUNCTION-CODE.
           MOVE 'Y'       TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR SEC-RETURN-CODE NOT = 'A'
               MOVE '08' TO EW-RETURN-CODE.

       P450000-EXIT.
           EXIT.
           TITLE 'ENRLWIN --> UNDERWRITING DECLINES A LATE ENTRANT'.
       P500000-DECLINE-LATE-ENTRANT SECTION.

           PERFORM P450000-REVIEWER-SECURITY THRU P450000-EXIT.

           IF EW-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           EXEC SQL
               UPDATE LATE_ENTRANT
                  SET LE_STATUS        = 'D',
                      REVIEW_LOGON     = :EW-OPERATOR-LOGON,
                      REVIEW_TIMESTAMP = CURRENT TIMESTAMP,
                      REVIEW_NOTE      = :EW-REVIEW-NOTE
                WHERE LATE_ENTRANT_ID = :EW-LATE-ENTRANT-ID
                  AND LE_STATUS       = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO EW-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO EW-RETURN-CODE
           END-EVALUATE.

       P500000-EXIT.
           EXIT.
           TITLE 'ENRLWIN --> ENROLLMENT WINDOW CALENDAR'.
       P600000-WINDOW-CALENDAR SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'ENRLWIN'  TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO EW-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           IF EW-LEAD-DAYS = ZERO
               MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
           ELSE
               MOVE EW-LEAD-DAYS         TO WS-LEAD-DAYS.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE + :WS-LEAD-DAYS DAYS, ISO)
                 INTO :WS-TODAY,
                      :WS-HORIZON-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENROLLMENT WINDOW CALENDAR '   DELIMITED BY SIZE
                  WS-TODAY                        DELIMITED BY SIZE
                  ' THRU '                        DELIMITED BY SIZE
                  WS-HORIZON-DATE                 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-LINE THRU P690000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE   IDENTITY CR EVENT  DATE       '
                                                  DELIMITED BY SIZE
                  'WINDOW    EFFECTIVE'           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-LINE THRU P690000-EXIT.

           MOVE 'N' TO WS-CALENDAR-EOF-SW.

           EXEC SQL
               OPEN OEWCCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO EW-RETURN-CODE
               GO TO P600000-CLOSE-RUNLOG.

           PERFORM P610000-CALENDAR-ONE-CASE THRU P610000-EXIT
               UNTIL CALENDAR-CURSOR-EOF.

           EXEC SQL
               CLOSE OEWCCUR
           END-EXEC.

           MOVE EW-CASES-LISTED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASES LISTED: '                DELIMITED BY SIZE
                  WS-EDIT-COUNT                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-LINE THRU P690000-EXIT.

           IF EW-CASES-LISTED = ZERO
               AND EW-RETURN-CODE = '00'
               MOVE '02' TO EW-RETURN-CODE.

       P600000-CLOSE-RUNLOG.

           MOVE 'E'             TO RL-FUNCTION-CODE.
           MOVE 'ENRLWIN'       TO RL-PROGRAM-NAME.
           MOVE EW-CASES-LISTED TO RL-RECORD-COUNT.
           MOVE EW-RETURN-CODE  TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P600000-EXIT.
           EXIT.
           TITLE 'ENRLWIN --> ONE CASE ON THE CALENDAR'.
       P610000-CALENDAR-ONE-CASE SECTION.

           EXEC SQL
               FETCH OEWCCUR
                 INTO :LTE-CASE-NUM,
                      :WS-CASE-IDNTITY,
                      :WS-CARRIER-CODE,
                      :WS-WINDOW-BEGIN,
                      :WS-WINDOW-EFF,
                      :WS-WINDOW-END
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO EW-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CALENDAR-EOF-SW
               GO TO P610000-EXIT.

           MOVE 'N' TO WS-CASE-LISTED-SW.

           MOVE WS-WINDOW-BEGIN TO WS-EVENT-MMDD.
           MOVE 'OPENS '        TO WS-EVENT-LITERAL.
           PERFORM P620000-EVENT-IN-HORIZON THRU P620000-EXIT.

           MOVE WS-WINDOW-END   TO WS-EVENT-MMDD.
           MOVE 'CLOSES'        TO WS-EVENT-LITERAL.
           PERFORM P620000-EVENT-IN-HORIZON THRU P620000-EXIT.

           IF CASE-ALREADY-LISTED
               ADD 1 TO EW-CASES-LISTED.

       P610000-EXIT.
           EXIT.
           TITLE 'ENRLWIN --> LIST AN OPEN OR CLOSE IN THE HORIZON'.
       P620000-EVENT-IN-HORIZON SECTION.

      *----------------------------------------------------------------*
      *    THE NEXT TIME THE MMDD COMES ROUND: THIS YEAR, OR NEXT      *
      *    YEAR IF IT HAS ALREADY PASSED.                              *
      *----------------------------------------------------------------*
           MOVE WS-TODAY           TO WS-EVENT-DATE.
           MOVE WS-EVENT-MMDD (1:2) TO WS-EVENT-MM.
           MOVE WS-EVENT-MMDD (3:2) TO WS-EVENT-DD.

           IF WS-EVENT-DATE < WS-TODAY
               ADD 1 TO WS-EVENT-YEAR.

           IF WS-EVENT-DATE > WS-HORIZON-DATE
               GO TO P620000-EXIT.

           MOVE 'Y' TO WS-CASE-LISTED-SW.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING LTE-CASE-NUM             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-CASE-IDNTITY          DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-CARRIER-CODE          DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-EVENT-LITERAL         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-EVENT-DATE            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-WINDOW-BEGIN          DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-WINDOW-END            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-WINDOW-EFF            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-LINE THRU P690000-EXIT.

       P620000-EXIT.
           EXIT.
           TITLE 'ENRLWIN --> WRITE ONE CALENDAR LINE'.
       P690000-WRITE-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('OEWC')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P690000-EXIT.
           EXIT.
