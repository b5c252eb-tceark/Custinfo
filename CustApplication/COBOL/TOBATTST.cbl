       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TOBATTST.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: TOBATTST                                       *
      *  PROGRAM TEXT:  ANNUAL TOBACCO-USE ATTESTATION.                 *
      *                 SMOKER_QUESTION WAS KEYED ONCE AT ENROLLMENT    *
      *                 AND NEVER REVISITED, BUT CARRIERS NOW WANT A    *
      *                 FRESH ATTESTATION EVERY PLAN YEAR AND A         *
      *                 TOBACCO SURCHARGE WHERE THE STATE ALLOWS ONE.   *
      *                 FUNCTION 'S' SENDS THE ATTESTATION FORM         *
      *                 THROUGH CORRGEN TO EVERY ACTIVE MEMBER OF A     *
      *                 CASE WHOSE ANNIVERSARY FALLS INSIDE THE LEAD    *
      *                 WINDOW, OPENING A TOBACCO_ATTESTATION ROW FOR   *
      *                 THE COMING PLAN YEAR.  'R' RECORDS THE ANSWER.  *
      *                 'D' DEFAULTS EVERY MEMBER PAST THE RESPONSE     *
      *                 DATE AS THE CARRIER/STATE PROGRAM_RULES SAY -   *
      *                 USER, NON-USER OR THE PRIOR ANSWER STANDS.      *
      *                 'A' CARRIES THE ANSWERS ONTO SMOKER_QUESTION    *
      *                 ONCE THE PLAN YEAR HAS STARTED, SETTING         *
      *                 RATE_CHANGE_FLAG SO PREMRECL PUTS ON OR TAKES   *
      *                 OFF THE SURCHARGE.  'C' RECORDS A CESSATION-    *
      *                 PROGRAM COMPLETION AND TAKES THE SURCHARGE OFF  *
      *                 MID-YEAR.  DEFAULTS AND RATE CHANGES ARE        *
      *                 LISTED TO THE TOBA TDQ.                         *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'S'/'D'/'A' RUN FOR A PREDECESSOR THAT HAS    *
      *                   NOT COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-DEFAULT-LEAD-DAYS        PIC 9(3)  VALUE 60.
       77  WS-RESPONSE-DAYS            PIC S9(3) COMP-3 VALUE 30.

       01  WS-CASE-EOF-SW               PIC X     VALUE 'N'.
           88  CASE-CURSOR-EOF          VALUE 'Y'.
       01  WS-EMP-EOF-SW                PIC X     VALUE 'N'.
           88  EMP-CURSOR-EOF           VALUE 'Y'.
       01  WS-ATTEST-EOF-SW             PIC X     VALUE 'N'.
           88  ATTEST-CURSOR-EOF        VALUE 'Y'.

       01  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
       01  WS-WINDOW-END-DATE           PIC X(10) VALUE SPACES.
       01  WS-TODAY-YEAR                PIC 9(4)  VALUE ZERO.
       01  WS-ANNIV-DATE                PIC X(10) VALUE SPACES.
       01  WS-ANNIV-WORK REDEFINES WS-ANNIV-DATE.
           05  WS-ANNIV-YEAR            PIC 9(4).
           05  FILLER                   PIC X(1).
           05  WS-ANNIV-MM              PIC X(2).
           05  FILLER                   PIC X(1).
           05  WS-ANNIV-DD              PIC X(2).
       01  WS-DUE-DATE                  PIC X(10) VALUE SPACES.
       01  WS-EVENT-DATE                PIC X(10) VALUE SPACES.

       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-ANNIVERSARY-MMDD          PIC X(4)  VALUE SPACES.
       01  WS-EMP-NUM                   PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-SMOKER-IND                PIC X(1)  VALUE SPACE.
       01  WS-NEW-SMOKER-IND            PIC X(1)  VALUE SPACE.
       01  WS-PLAN-YEAR-START           PIC X(10) VALUE SPACES.
       01  WS-ATTEST-STATUS             PIC X(1)  VALUE SPACE.
       01  WS-CARRIER-CODE              PIC X(2)  VALUE SPACES.
       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.
       01  WS-DEFAULT-RULE              PIC X(1)  VALUE SPACE.
           88  DEFAULT-TO-USER          VALUE 'Y'.
           88  DEFAULT-TO-NON-USER      VALUE 'N'.

       01  WS-REPORT-LINE               PIC X(90) VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.

           COPY TOBACATT.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

      *----------------------------------------------------------------*
      *    WITH HOLD SO THE PER-CASE AND PER-MEMBER SYNCPOINTS DO NOT  *
      *    CLOSE THE DRIVING CURSORS; A RERUN PICKS UP WHERE THE LAST  *
      *    ONE STOPPED BECAUSE EVERY STEP KEYS ON ATTEST_STATUS.       *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE TBCASCUR CURSOR WITH HOLD FOR
               SELECT CASENAME#IDNTITY,
                      CASE_NUM,
                      ANNIVERSARY_DATE
                 FROM CASE_MASTER
                WHERE ACTIVE_CODE IN ('CM', ' P')
                  AND (:TA-CASE-NUM = '      '
                   OR CASE_NUM = :TA-CASE-NUM)
                ORDER BY CASE_NUM
           END-EXEC.

           EXEC SQL DECLARE TBEMPCUR CURSOR FOR
               SELECT E.EMP_NUM,
                      E.SMOKER_QUESTION
                 FROM EMPLOYEE E
                WHERE E.CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND E.UNIQUE-NUM       = :WS-CASE-NUM
                  AND E.ACTIVE_IND       = 'Y'
                  AND NOT EXISTS
                      (SELECT 1 FROM TOBACCO_ATTESTATION T
                        WHERE T.CASE_NUM        = E.UNIQUE-NUM
                          AND T.EMP_NUM         = E.EMP_NUM
                          AND T.PLAN_YEAR_START = DATE(:WS-ANNIV-DATE))
                ORDER BY E.EMP_NUM
           END-EXEC.

           EXEC SQL DECLARE TBDEFCUR CURSOR WITH HOLD FOR
               SELECT T.CASE_NUM,
                      T.EMP_NUM,
                      CHAR(T.PLAN_YEAR_START, ISO),
                      T.PRIOR_TOBACCO_IND,
                      C.CARRIER_CODE,
                      A.STATE
                 FROM TOBACCO_ATTESTATION T, CASE_MASTER C, AGNTNAME A
                WHERE T.ATTEST_STATUS     = 'S'
                  AND T.RESPONSE_DUE_DATE < CURRENT DATE
                  AND C.CASE_NUM          = T.CASE_NUM
                  AND A.IDNTITY           = C.CASENAME#IDNTITY
                  AND (:TA-CASE-NUM = '      '
                   OR T.CASE_NUM = :TA-CASE-NUM)
                ORDER BY T.CASE_NUM, T.EMP_NUM
           END-EXEC.

           EXEC SQL DECLARE TBAPPCUR CURSOR WITH HOLD FOR
               SELECT T.CASENAME#IDNTITY,
                      T.CASE_NUM,
                      T.EMP_NUM,
                      CHAR(T.PLAN_YEAR_START, ISO),
                      T.TOBACCO_USE_IND
                 FROM TOBACCO_ATTESTATION T
                WHERE T.ATTEST_STATUS IN ('R', 'D')
                  AND T.PLAN_YEAR_START <= CURRENT DATE
                  AND (:TA-CASE-NUM = '      '
                   OR T.CASE_NUM = :TA-CASE-NUM)
                ORDER BY T.CASE_NUM, T.EMP_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'TOBATTST --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY TOBATTSC.
           TITLE 'TOBATTST --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO TA-RETURN-CODE.
           MOVE ZERO TO TA-CASES-SCANNED TA-FORMS-SENT TA-DEFAULTED
                        TA-APPLIED TA-RATE-CHANGES.
           MOVE SPACES TO RUNLOG-COMM-AREA.

      *    THE THREE CYCLE FUNCTIONS ARE LOGGED AS BATCH RUNS.
           IF TA-FUNCTION-CODE = 'S' OR 'D' OR 'A'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'TOBATTST' TO RL-PROGRAM-NAME
               IF TA-FUNCTION-CODE = 'S' OR 'D' OR 'A'
                   MOVE 'Y' TO RL-HOLD-CHECK
               END-IF
               EXEC CICS LINK
                         PROGRAM  ('RUNLOG')
                         COMMAREA (RUNLOG-COMM-AREA)
                         LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
               IF RL-RETURN-CODE = '08'
                   MOVE '20' TO TA-RETURN-CODE
                   EXEC CICS
                       RETURN
                   END-EXEC
               END-IF.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               GO TO P000000-RETURN.

           MOVE WS-TODAY-DATE (1:4) TO WS-TODAY-YEAR.

           EVALUATE TA-FUNCTION-CODE
               WHEN 'S'
                   PERFORM P200000-SEND-THE-FORMS THRU P200000-EXIT
               WHEN 'R'
                   PERFORM P300000-RECORD-AN-ANSWER THRU P300000-EXIT
               WHEN 'D'
                   PERFORM P400000-DEFAULT-NON-RESP THRU P400000-EXIT
               WHEN 'A'
                   PERFORM P500000-APPLY-THE-ANSWERS THRU P500000-EXIT
               WHEN 'C'
                   PERFORM P600000-RECORD-CESSATION THRU P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO TA-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF RL-PROGRAM-NAME = SPACES
               GO TO P000000-CICS-RETURN.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - THE CHECKPOINTED
      *    WORK STANDS AND A RERUN CARRIES ON FROM THE STATUSES.
           IF TA-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE
           END-IF.
           MOVE 'TOBATTST'      TO RL-PROGRAM-NAME.
           COMPUTE RL-RECORD-COUNT =
               TA-FORMS-SENT + TA-DEFAULTED + TA-APPLIED.
           MOVE TA-RETURN-CODE  TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P000000-CICS-RETURN.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> SEND FORMS AHEAD OF THE ANNIVERSARY'.
       P200000-SEND-THE-FORMS SECTION.

           IF TA-LEAD-DAYS = ZERO
               MOVE WS-DEFAULT-LEAD-DAYS TO TA-LEAD-DAYS.

           EXEC SQL
               SELECT CHAR(CURRENT DATE + :TA-LEAD-DAYS DAYS, ISO)
                 INTO :WS-WINDOW-END-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN TBCASCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               GO TO P200000-EXIT.

           PERFORM P210000-WORK-ONE-CASE THRU P210000-EXIT
               UNTIL CASE-CURSOR-EOF.

           EXEC SQL
               CLOSE TBCASCUR
           END-EXEC.

           IF TA-FORMS-SENT = ZERO AND TA-RETURN-CODE = '00'
               MOVE '02' TO TA-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> FETCH AND WINDOW-TEST ONE CASE'.
       P210000-WORK-ONE-CASE SECTION.

           EXEC SQL
               FETCH TBCASCUR
                 INTO :WS-CASE-IDNTITY,
                      :WS-CASE-NUM,
                      :WS-ANNIVERSARY-MMDD
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO TA-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P210000-EXIT.

           ADD 1 TO TA-CASES-SCANNED.

           IF WS-ANNIVERSARY-MMDD NOT NUMERIC
               GO TO P210000-EXIT.

      *----------------------------------------------------------------*
      *    THE COMING PLAN YEAR STARTS AT THE NEXT ANNIVERSARY - THIS  *
      *    YEAR'S MMDD, OR NEXT YEAR'S ONCE THIS YEAR'S HAS PASSED.    *
      *    A 0229 ANNIVERSARY RIDES ON 0228.                           *
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
               GO TO P210000-EXIT.

      *    THE ANSWER IS DUE THIRTY DAYS OUT, BUT NEVER LATER THAN THE
      *    DAY BEFORE THE PLAN YEAR STARTS.
           EXEC SQL
               SELECT CHAR(MIN(CURRENT DATE + :WS-RESPONSE-DAYS DAYS,
                               DATE(:WS-ANNIV-DATE) - 1 DAY), ISO)
                 INTO :WS-DUE-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               MOVE 'Y'  TO WS-CASE-EOF-SW
               GO TO P210000-EXIT.

           MOVE 'N' TO WS-EMP-EOF-SW.

           EXEC SQL
               OPEN TBEMPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               MOVE 'Y'  TO WS-CASE-EOF-SW
               GO TO P210000-EXIT.

           PERFORM P250000-SEND-ONE-FORM THRU P250000-EXIT
               UNTIL EMP-CURSOR-EOF.

           EXEC SQL
               CLOSE TBEMPCUR
           END-EXEC.

           IF TA-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P210000-EXIT.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

       P210000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> OPEN THE ROW AND SEND ONE FORM'.
       P250000-SEND-ONE-FORM SECTION.

           EXEC SQL
               FETCH TBEMPCUR
                 INTO :WS-EMP-NUM,
                      :WS-SMOKER-IND
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO TA-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-EMP-EOF-SW
               GO TO P250000-EXIT.

           EXEC SQL
               INSERT INTO TOBACCO_ATTESTATION
                      ( CASENAME#IDNTITY,
                        CASE_NUM,
                        EMP_NUM,
                        PLAN_YEAR_START,
                        ATTEST_STATUS,
                        PRIOR_TOBACCO_IND,
                        TOBACCO_USE_IND,
                        FORM_SENT_DATE,
                        RESPONSE_DUE_DATE,
                        RESPONSE_DATE,
                        CESSATION_DATE,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP )
               VALUES ( :WS-CASE-IDNTITY,
                        :WS-CASE-NUM,
                        :WS-EMP-NUM,
                        DATE(:WS-ANNIV-DATE),
                        'S',
                        :WS-SMOKER-IND,
                        ' ',
                        CURRENT DATE,
                        DATE(:WS-DUE-DATE),
                        NULL,
                        NULL,
                        :TA-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               MOVE 'Y'  TO WS-EMP-EOF-SW
               GO TO P250000-EXIT.

           ADD 1 TO TA-FORMS-SENT.

      *    A FORM THAT FAILS TO PRINT IS NOT A REASON TO STOP THE
      *    CYCLE - THE MEMBER STILL DEFAULTS IF NO ANSWER COMES BACK.
           MOVE SPACES            TO CORRGEN-COMM-AREA.
           MOVE 'G'               TO CG-FUNCTION-CODE.
           MOVE 'TOBATTST'        TO CG-TEMPLATE-ID.
           MOVE WS-CASE-IDNTITY   TO CG-IDNTITY.
           MOVE WS-CASE-NUM       TO CG-CASE-NUM.
           MOVE WS-EMP-NUM        TO WS-EDIT-EMP.
           MOVE WS-EDIT-EMP       TO CG-SUBST-VALUE (1).
           MOVE WS-ANNIV-DATE     TO CG-SUBST-VALUE (2).
           MOVE WS-DUE-DATE       TO CG-SUBST-VALUE (3).
           MOVE TA-OPERATOR-LOGON TO CG-OPERATOR-LOGON.
           MOVE 'TOBATTST'        TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P250000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> RECORD A MEMBER ANSWER'.
       P300000-RECORD-AN-ANSWER SECTION.

           IF TA-TOBACCO-USE-IND NOT = 'Y' AND 'N'
               MOVE '06' TO TA-RETURN-CODE
               GO TO P300000-EXIT.

           PERFORM P700000-CHECK-EVENT-DATE THRU P700000-EXIT.

           IF TA-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

      *    THE ANSWER BELONGS TO THE MEMBER'S LATEST PLAN-YEAR ROW.
           EXEC SQL
               SELECT CASENAME#IDNTITY,
                      CHAR(PLAN_YEAR_START, ISO),
                      ATTEST_STATUS
                 INTO :WS-CASE-IDNTITY,
                      :WS-PLAN-YEAR-START,
                      :WS-ATTEST-STATUS
                 FROM TOBACCO_ATTESTATION
                WHERE CASE_NUM = :TA-CASE-NUM
                  AND EMP_NUM  = :TA-EMP-NUM
                ORDER BY PLAN_YEAR_START DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               MOVE '03' TO TA-RETURN-CODE
               GO TO P300000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               UPDATE TOBACCO_ATTESTATION
                  SET TOBACCO_USE_IND  = :TA-TOBACCO-USE-IND,
                      RESPONSE_DATE    = DATE(:WS-EVENT-DATE),
                      ATTEST_STATUS    = CASE WHEN ATTEST_STATUS = 'A'
                                              THEN 'A' ELSE 'R' END,
                      CHANGE_LOGON     = :TA-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM        = :TA-CASE-NUM
                  AND EMP_NUM         = :TA-EMP-NUM
                  AND PLAN_YEAR_START = DATE(:WS-PLAN-YEAR-START)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               GO TO P300000-EXIT.

      *    A LATE ANSWER FOR A PLAN YEAR ALREADY APPLIED TAKES EFFECT
      *    NOW RATHER THAN WAITING A YEAR.
           IF WS-ATTEST-STATUS NOT = 'A'
               GO TO P300000-EXIT.

           MOVE TA-CASE-NUM        TO WS-CASE-NUM.
           MOVE TA-EMP-NUM         TO WS-EMP-NUM.
           MOVE TA-TOBACCO-USE-IND TO WS-NEW-SMOKER-IND.

           PERFORM P800000-FLAG-FOR-REPRICE THRU P800000-EXIT.

           IF TA-RETURN-CODE NOT = '00'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

       P300000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> DEFAULT THE NON-RESPONDERS'.
       P400000-DEFAULT-NON-RESP SECTION.

           EXEC SQL
               OPEN TBDEFCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               GO TO P400000-EXIT.

           PERFORM P410000-DEFAULT-ONE THRU P410000-EXIT
               UNTIL ATTEST-CURSOR-EOF.

           EXEC SQL
               CLOSE TBDEFCUR
           END-EXEC.

           IF TA-DEFAULTED = ZERO AND TA-RETURN-CODE = '00'
               MOVE '02' TO TA-RETURN-CODE.

       P400000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> DEFAULT ONE NON-RESPONDER'.
       P410000-DEFAULT-ONE SECTION.

           EXEC SQL
               FETCH TBDEFCUR
                 INTO :WS-CASE-NUM,
                      :WS-EMP-NUM,
                      :WS-PLAN-YEAR-START,
                      :WS-SMOKER-IND,
                      :WS-CARRIER-CODE,
                      :WS-RULE-ENTITY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO TA-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ATTEST-EOF-SW
               GO TO P410000-EXIT.

           PERFORM P450000-GET-DEFAULT-RULE THRU P450000-EXIT.

           EVALUATE TRUE
               WHEN DEFAULT-TO-USER
                   MOVE 'Y' TO WS-NEW-SMOKER-IND
               WHEN DEFAULT-TO-NON-USER
                   MOVE 'N' TO WS-NEW-SMOKER-IND
               WHEN WS-SMOKER-IND = 'Y'
                   MOVE 'Y' TO WS-NEW-SMOKER-IND
               WHEN OTHER
                   MOVE 'N' TO WS-NEW-SMOKER-IND
           END-EVALUATE.

           EXEC SQL
               UPDATE TOBACCO_ATTESTATION
                  SET ATTEST_STATUS    = 'D',
                      TOBACCO_USE_IND  = :WS-NEW-SMOKER-IND,
                      CHANGE_LOGON     = :TA-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM        = :WS-CASE-NUM
                  AND EMP_NUM         = :WS-EMP-NUM
                  AND PLAN_YEAR_START = DATE(:WS-PLAN-YEAR-START)
                  AND ATTEST_STATUS   = 'S'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               MOVE 'Y'  TO WS-ATTEST-EOF-SW
               GO TO P410000-EXIT.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

           ADD 1 TO TA-DEFAULTED.

           MOVE WS-EMP-NUM TO WS-EDIT-EMP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '            DELIMITED BY SIZE
                  WS-CASE-NUM        DELIMITED BY SIZE
                  ' EMP '            DELIMITED BY SIZE
                  WS-EDIT-EMP        DELIMITED BY SIZE
                  ' NO ATTESTATION FOR ' DELIMITED BY SIZE
                  WS-PLAN-YEAR-START DELIMITED BY SIZE
                  ' - DEFAULTED TO ' DELIMITED BY SIZE
                  WS-NEW-SMOKER-IND  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P410000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> NON-RESPONDER DEFAULT RULE'.
       P450000-GET-DEFAULT-RULE SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'TOBATTST' / 'NONRESP DEFAULT' BY CARRIER,    *
      *    RULE_ENTITY THE STATE OR 'ALL' FOR THE CARRIER'S OTHER      *
      *    STATES.  Y = RATE AS A USER, N = AS A NON-USER, ANYTHING    *
      *    ELSE (OR NO RULE) = THE PRIOR ANSWER STANDS.                *
      *----------------------------------------------------------------*
           MOVE SPACE TO WS-DEFAULT-RULE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'TOBATTST'
                  AND RULE        = 'NONRESP DEFAULT'
                  AND CARRIER     = :WS-CARRIER-CODE
                  AND RULE_ENTITY IN (:WS-RULE-ENTITY, 'ALL')
                  AND CURRENT_IND = 'Y'
                ORDER BY CASE WHEN RULE_ENTITY = 'ALL'
                              THEN 1 ELSE 0 END
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE PR-RULE-VALUE (1:1) TO WS-DEFAULT-RULE.

       P450000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> APPLY ANSWERS AT THE PLAN-YEAR START'.
       P500000-APPLY-THE-ANSWERS SECTION.

           EXEC SQL
               OPEN TBAPPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               GO TO P500000-EXIT.

           PERFORM P510000-APPLY-ONE THRU P510000-EXIT
               UNTIL ATTEST-CURSOR-EOF.

           EXEC SQL
               CLOSE TBAPPCUR
           END-EXEC.

           IF TA-APPLIED = ZERO AND TA-RETURN-CODE = '00'
               MOVE '02' TO TA-RETURN-CODE.

       P500000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> APPLY ONE ANSWER'.
       P510000-APPLY-ONE SECTION.

           EXEC SQL
               FETCH TBAPPCUR
                 INTO :WS-CASE-IDNTITY,
                      :WS-CASE-NUM,
                      :WS-EMP-NUM,
                      :WS-PLAN-YEAR-START,
                      :WS-NEW-SMOKER-IND
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO TA-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ATTEST-EOF-SW
               GO TO P510000-EXIT.

           PERFORM P800000-FLAG-FOR-REPRICE THRU P800000-EXIT.

           IF TA-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-ATTEST-EOF-SW
               GO TO P510000-EXIT.

           EXEC SQL
               UPDATE TOBACCO_ATTESTATION
                  SET ATTEST_STATUS    = 'A',
                      CHANGE_LOGON     = :TA-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM        = :WS-CASE-NUM
                  AND EMP_NUM         = :WS-EMP-NUM
                  AND PLAN_YEAR_START = DATE(:WS-PLAN-YEAR-START)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               MOVE 'Y'  TO WS-ATTEST-EOF-SW
               GO TO P510000-EXIT.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

           ADD 1 TO TA-APPLIED.

       P510000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> RECORD A CESSATION COMPLETION'.
       P600000-RECORD-CESSATION SECTION.

           PERFORM P700000-CHECK-EVENT-DATE THRU P700000-EXIT.

           IF TA-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           EXEC SQL
               SELECT E.CASENAME#IDNTITY,
                      E.SMOKER_QUESTION
                 INTO :WS-CASE-IDNTITY,
                      :WS-SMOKER-IND
                 FROM EMPLOYEE E, CASE_MASTER C
                WHERE C.CASE_NUM         = :TA-CASE-NUM
                  AND E.CASENAME#IDNTITY = C.CASENAME#IDNTITY
                  AND E.UNIQUE-NUM       = C.CASE_NUM
                  AND E.EMP_NUM          = :TA-EMP-NUM
                  AND E.ACTIVE_IND       = 'Y'
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO TA-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               GO TO P600000-EXIT.

           IF WS-SMOKER-IND NOT = 'Y'
               MOVE '04' TO TA-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE TA-CASE-NUM TO WS-CASE-NUM.
           MOVE TA-EMP-NUM  TO WS-EMP-NUM.
           MOVE 'N'         TO WS-NEW-SMOKER-IND.

           PERFORM P800000-FLAG-FOR-REPRICE THRU P800000-EXIT.

           IF TA-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

      *----------------------------------------------------------------*
      *    THE COMPLETION IS STAMPED ON THE MEMBER'S LATEST PLAN-YEAR  *
      *    ROW, WHICH ALSO STANDS AS A NON-USER ANSWER SO THE NEXT     *
      *    APPLY CANNOT PUT THE SURCHARGE BACK.  A MEMBER ENROLLED     *
      *    BEFORE THE FIRST CYCLE MAY HAVE NO ROW YET.                 *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE TOBACCO_ATTESTATION T
                  SET CESSATION_DATE   = DATE(:WS-EVENT-DATE),
                      TOBACCO_USE_IND  = 'N',
                      RESPONSE_DATE    = VALUE(RESPONSE_DATE,
                                               DATE(:WS-EVENT-DATE)),
                      ATTEST_STATUS    = CASE WHEN ATTEST_STATUS = 'S'
                                              THEN 'R'
                                              ELSE ATTEST_STATUS END,
                      CHANGE_LOGON     = :TA-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE T.CASE_NUM = :TA-CASE-NUM
                  AND T.EMP_NUM  = :TA-EMP-NUM
                  AND T.PLAN_YEAR_START =
                      (SELECT MAX(X.PLAN_YEAR_START)
                         FROM TOBACCO_ATTESTATION X
                        WHERE X.CASE_NUM = :TA-CASE-NUM
                          AND X.EMP_NUM  = :TA-EMP-NUM)
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO TA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

       P600000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> THE EVENT DATE MUST BE A REAL DATE'.
       P700000-CHECK-EVENT-DATE SECTION.

           IF TA-EVENT-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-EVENT-DATE
               GO TO P700000-EXIT.

           EXEC SQL
               SELECT CHAR(DATE(:TA-EVENT-DATE), ISO)
                 INTO :WS-EVENT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               OR WS-EVENT-DATE > WS-TODAY-DATE
               MOVE '06' TO TA-RETURN-CODE.

       P700000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> CARRY THE ANSWER ONTO THE EMPLOYEE'.
       P800000-FLAG-FOR-REPRICE SECTION.

      *----------------------------------------------------------------*
      *    ONLY A CHANGED ANSWER TOUCHES THE EMPLOYEE.  RATE_CHANGE_   *
      *    FLAG HANDS THE MEMBER TO PREMRECL, WHICH PRICES THE         *
      *    SURCHARGE WHERE THE CARRIER AND STATE CARRY ONE.            *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE EMPLOYEE
                  SET SMOKER_QUESTION  = :WS-NEW-SMOKER-IND,
                      RATE_CHANGE_FLAG = 'Y',
                      CHANGE_DATE      = CURRENT TIMESTAMP,
                      CHANGE_LOGON     = :TA-OPERATOR-LOGON
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :WS-CASE-NUM
                  AND EMP_NUM          = :WS-EMP-NUM
                  AND SMOKER_QUESTION <> :WS-NEW-SMOKER-IND
           END-EXEC.

           IF SQLCODE = +100
               GO TO P800000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TA-RETURN-CODE
               GO TO P800000-EXIT.

           ADD 1 TO TA-RATE-CHANGES.

           MOVE WS-EMP-NUM TO WS-EDIT-EMP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '            DELIMITED BY SIZE
                  WS-CASE-NUM        DELIMITED BY SIZE
                  ' EMP '            DELIMITED BY SIZE
                  WS-EDIT-EMP        DELIMITED BY SIZE
                  ' TOBACCO USE NOW ' DELIMITED BY SIZE
                  WS-NEW-SMOKER-IND  DELIMITED BY SIZE
                  ' - FLAGGED FOR PREMRECL' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P800000-EXIT.
           EXIT.
           TITLE 'TOBATTST --> WRITE ONE LINE TO THE TOBA TDQ'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('TOBA')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
