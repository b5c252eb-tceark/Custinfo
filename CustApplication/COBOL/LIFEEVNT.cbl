       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIFEEVNT.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: LIFEEVNT                                        *
      *  PROGRAM TEXT:  QUALIFYING LIFE EVENTS (SPECIAL ENROLLMENT).    *
      *                 MID-YEAR CHANGES FOR MARRIAGE, BIRTH, ADOPTION  *
      *                 OR LOSS OF OTHER COVERAGE WERE KEYED STRAIGHT   *
      *                 INTO NA340A WITH NO CHECK ON THE SPECIAL-       *
      *                 ENROLLMENT WINDOW OR THE PROOF.  THE NA340A     *
      *                 PANELS LINK HERE INSTEAD: 'E' RECORDS THE EVENT *
      *                 AND ITS DATE AND HOLDS IT TO THE PROGRAM_RULES  *
      *                 WINDOW FOR ITS TYPE; 'P' PENDS EACH COVERAGE    *
      *                 AND DEPENDENT CHANGE ON IT; 'D' (THE 'LIFEEVNT' *
      *                 SECCHECK RESOURCE) TAKES THE PROOF AND POSTS    *
      *                 EVERY CHANGE AS OF THE EVENT'S EFFECTIVE DATE - *
      *                 COVERAGE ROWS DIRECTLY, DEPENDENTS THROUGH      *
      *                 DEPMAINT - FLAGS THE MEMBER FOR PREMRECL AND    *
      *                 SENDS THE PREMIUM ALREADY BILLED THROUGH        *
      *                 RETROADJ.  PROOF STILL OUT AT ITS DUE DATE IS   *
      *                 ESCALATED BY THE NIGHTLY 'X' RUN THROUGH        *
      *                 DIARYMNT TO THE QLEX TDQ.                       *
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
       77  WS-DEFAULT-WINDOW-DAYS      PIC S9(3) COMP-3 VALUE +30.
       77  WS-DEFAULT-CHIP-DAYS        PIC S9(3) COMP-3 VALUE +60.
       77  WS-DEFAULT-DOC-DAYS         PIC S9(3) COMP-3 VALUE +30.

       01  WS-CHANGE-EOF-SW             PIC X     VALUE 'N'.
           88  CHANGE-EOF               VALUE 'Y'.
       01  WS-OVERDUE-EOF-SW            PIC X     VALUE 'N'.
           88  OVERDUE-EOF              VALUE 'Y'.

       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-TODAY                     PIC X(10) VALUE SPACES.
       01  WS-ROW-COUNT                 PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-WINDOW-DAYS               PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-DOC-DAYS                  PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-DAYS-TO-REQUEST           PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-RULE-NAME                 PIC X(15) VALUE SPACES.
       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.
       01  WS-RULE-DIGITS-3             PIC 9(3)  VALUE ZERO.
       01  WS-RULE-FOUND-SW             PIC X     VALUE 'N'.
           88  RULE-FOUND               VALUE 'Y'.
       01  WS-TERMED-PREMIUM            PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-PREMIUM-CHANGE            PIC S9(5)V99 COMP-3 VALUE ZERO.

       01  WS-EDIT-EMP-NUM              PIC ZZZZ9 VALUE ZERO.
       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  DIARY-COMM-AREA.
           COPY DIARYMNC.

       01  DEPMAINT-COMM-AREA.
           COPY DEPMAINC.

       01  RETROADJ-COMM-AREA.
           COPY RETROADC.

           COPY LIFEEVT.
           COPY LIFECHG.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE CHANGES PENDED ON ONE EVENT, IN THE ORDER KEYED.        *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE LECHGCUR CURSOR FOR
               SELECT CHANGE_SEQ,
                      CHANGE_TYPE,
                      COV_TYPE,
                      PLAN_CODE,
                      PREMIUM,
                      DEP_NUM,
                      LAST_NAME,
                      FIRST_NAME,
                      RELATIONSHIP,
                      SEX,
                      VALUE(CHAR(DATE_OF_BIRTH, ISO), ' '),
                      SSN,
                      STUDENT_IND
                 FROM LIFE_EVENT_CHANGE
                WHERE EVENT_ID      = :LEV-EVENT-ID
                  AND CHANGE_STATUS = 'P'
                ORDER BY CHANGE_SEQ
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVENTS STILL WAITING ON PROOF PAST THEIR DUE DATE AND NOT   *
      *    YET ESCALATED.                                              *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE LEODUCUR CURSOR FOR
               SELECT EVENT_ID,
                      CASE_NUM,
                      CASENAME#IDNTITY,
                      EMP_NUM,
                      EVENT_TYPE,
                      CHAR(EVENT_DATE, ISO),
                      CHAR(DOC_DUE_DATE, ISO)
                 FROM LIFE_EVENT
                WHERE EVENT_STATUS   = 'P'
                  AND ESCALATED_DATE IS NULL
                  AND DOC_DUE_DATE   < CURRENT DATE
                ORDER BY CASE_NUM, EMP_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'LIFEEVNT --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LIFEEVTC.
           TITLE 'LIFEEVNT --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF LE-FUNCTION-CODE = 'X'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'LIFEEVNT' TO RL-PROGRAM-NAME
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
               MOVE '20' TO LE-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00'   TO LE-RETURN-CODE.
           MOVE SPACES TO LE-CHANGE-RC.
           MOVE ZERO   TO LE-CHANGES-POSTED LE-PREMIUM-CHANGE
                          LE-EVENTS-ESCALATED.

           EVALUATE LE-FUNCTION-CODE
               WHEN 'E'
                   PERFORM P200000-ENTER-AN-EVENT THRU P200000-EXIT
               WHEN 'P'
                   PERFORM P300000-PEND-A-CHANGE THRU P300000-EXIT
               WHEN 'D'
                   PERFORM P400000-PROOF-RECEIVED THRU P400000-EXIT
               WHEN 'W'
                   PERFORM P500000-WITHDRAW-EVENT THRU P500000-EXIT
               WHEN 'X'
                   PERFORM P600000-ESCALATE-OVERDUE THRU P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO LE-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF LE-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF LE-FUNCTION-CODE = 'X'
               IF LE-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'LIFEEVNT' TO RL-PROGRAM-NAME
               MOVE LE-EVENTS-ESCALATED TO RL-RECORD-COUNT
               MOVE LE-RETURN-CODE TO RL-PROGRAM-RC
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
           TITLE 'LIFEEVNT --> ENTER A LIFE EVENT'.
       P200000-ENTER-AN-EVENT SECTION.

           IF LE-EVENT-TYPE NOT = 'M' AND 'B' AND 'A' AND 'L' AND 'C'
               OR LE-EVENT-DATE = SPACES
               OR LE-CASE-NUM = SPACES
               MOVE '04' TO LE-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               SELECT CASENAME#IDNTITY,
                      CHAR(CURRENT DATE, ISO)
                 INTO :WS-CASE-IDNTITY,
                      :WS-TODAY
                 FROM CASE_MASTER
                WHERE CASE_NUM = :LE-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO LE-RETURN-CODE
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :LE-CASE-NUM
                  AND EMP_NUM          = :LE-EMP-NUM
                  AND ACTIVE_IND       = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-ROW-COUNT = ZERO
               MOVE '02' TO LE-RETURN-CODE
               GO TO P200000-EXIT.

           IF LE-REQUEST-DATE = SPACES
               MOVE WS-TODAY TO LE-REQUEST-DATE.

           PERFORM P250000-READ-THE-RULES THRU P250000-EXIT.

      *----------------------------------------------------------------*
      *    DAYS FROM THE EVENT TO THE REQUEST, THE EFFECTIVE DATE AND  *
      *    THE DAY THE PROOF IS DUE.  A BIRTH OR ADOPTION IS COVERED   *
      *    FROM THE DAY IT HAPPENED; ANY OTHER EVENT FROM THE FIRST OF *
      *    THE MONTH AFTER THE REQUEST.  A DATE THAT WILL NOT CONVERT  *
      *    IS BAD INPUT.                                               *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT DAYS(DATE(:LE-REQUEST-DATE))
                      - DAYS(DATE(:LE-EVENT-DATE)),
                      CHAR(CASE WHEN :LE-EVENT-TYPE IN ('B', 'A')
                                THEN DATE(:LE-EVENT-DATE)
                                ELSE DATE(:LE-REQUEST-DATE)
                                     - (DAY(DATE(:LE-REQUEST-DATE)) - 1)
                                       DAYS
                                     + 1 MONTH
                           END, ISO),
                      CHAR(DATE(:LE-REQUEST-DATE)
                           + :WS-DOC-DAYS DAYS, ISO)
                 INTO :WS-DAYS-TO-REQUEST,
                      :LE-EFFECTIVE-DATE,
                      :LE-DOC-DUE-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '04' TO LE-RETURN-CODE
               GO TO P200000-EXIT.

      *    AN EVENT CANNOT BE CLAIMED BEFORE IT HAPPENS.
           IF WS-DAYS-TO-REQUEST < ZERO
               MOVE '04' TO LE-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE WS-WINDOW-DAYS TO LE-WINDOW-DAYS.

           IF WS-DAYS-TO-REQUEST > WS-WINDOW-DAYS
               MOVE 'O' TO LEV-EVENT-STATUS
           ELSE
               MOVE 'P' TO LEV-EVENT-STATUS.

           EXEC SQL
               SELECT NEXT VALUE FOR LIFE_EVENT_SEQ
                 INTO :LEV-EVENT-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P200000-EXIT.

      *    AN EVENT OUTSIDE ITS WINDOW IS STILL RECORDED, SO THE
      *    REFUSAL IS ON FILE.
           EXEC SQL
               INSERT INTO LIFE_EVENT
                      ( EVENT_ID,
                        CASE_NUM,
                        CASENAME#IDNTITY,
                        EMP_NUM,
                        EVENT_TYPE,
                        EVENT_DATE,
                        REQUEST_DATE,
                        WINDOW_DAYS,
                        EFFECTIVE_DATE,
                        EVENT_STATUS,
                        DOC_DUE_DATE,
                        DOC_RECEIVED_DATE,
                        ESCALATED_DATE,
                        PREMIUM_CHANGE,
                        ENTER_LOGON,
                        ENTER_TIMESTAMP,
                        APPLY_LOGON,
                        APPLY_TIMESTAMP )
               VALUES ( :LEV-EVENT-ID,
                        :LE-CASE-NUM,
                        :WS-CASE-IDNTITY,
                        :LE-EMP-NUM,
                        :LE-EVENT-TYPE,
                        DATE(:LE-EVENT-DATE),
                        DATE(:LE-REQUEST-DATE),
                        :WS-WINDOW-DAYS,
                        DATE(:LE-EFFECTIVE-DATE),
                        :LEV-EVENT-STATUS,
                        DATE(:LE-DOC-DUE-DATE),
                        NULL,
                        NULL,
                        0,
                        :LE-OPERATOR-LOGON,
                        CURRENT TIMESTAMP,
                        ' ',
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE LEV-EVENT-ID TO LE-EVENT-ID.

           IF LEV-EVENT-STATUS = 'O'
               MOVE '05' TO LE-RETURN-CODE
               GO TO P200000-EXIT.

      *    THE ENROLLMENT DESK CHASES THE PROOF.
           MOVE SPACES            TO DIARY-COMM-AREA.
           MOVE 'A'               TO DY-FUNCTION-CODE.
           MOVE 'ENRLDESK'        TO DY-OWNER-LOGON.
           MOVE LE-CASE-NUM       TO DY-CASE-NUM.
           MOVE WS-CASE-IDNTITY   TO DY-IDNTITY.
           MOVE LE-DOC-DUE-DATE   TO DY-DUE-DATE.
           MOVE 'QLE'             TO DY-REASON-CODE.
           MOVE 'LIFE EVENT - AWAITING PROOF'
                                  TO DY-DIARY-TEXT.
           MOVE LE-OPERATOR-LOGON TO DY-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'LIFEEVNT --> THE WINDOW AND PROOF DAYS'.
       P250000-READ-THE-RULES SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'LIFEEVNT', EACH AS THREE DIGITS:             *
      *    'WINDOW-DAYS' - THE SPECIAL-ENROLLMENT WINDOW, BY EVENT     *
      *                    TYPE, FALLING BACK TO THE 'DEFAULT' ROW     *
      *                    AND THEN TO 30 DAYS (60 FOR A LOSS OF       *
      *                    MEDICAID/CHIP);                             *
      *    'DOC-DAYS'    - HOW LONG AFTER THE REQUEST THE PROOF IS     *
      *                    DUE ('DEFAULT' ROW, ELSE 30 DAYS).          *
      *----------------------------------------------------------------*
           IF LE-EVENT-TYPE = 'C'
               MOVE WS-DEFAULT-CHIP-DAYS   TO WS-WINDOW-DAYS
           ELSE
               MOVE WS-DEFAULT-WINDOW-DAYS TO WS-WINDOW-DAYS.
           MOVE WS-DEFAULT-DOC-DAYS TO WS-DOC-DAYS.

           MOVE 'WINDOW-DAYS'  TO WS-RULE-NAME.
           MOVE LE-EVENT-TYPE  TO WS-RULE-ENTITY.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF NOT RULE-FOUND
               MOVE 'DEFAULT'  TO WS-RULE-ENTITY
               PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF RULE-FOUND
               MOVE WS-RULE-DIGITS-3 TO WS-WINDOW-DAYS.

           MOVE 'DOC-DAYS'     TO WS-RULE-NAME.
           MOVE 'DEFAULT'      TO WS-RULE-ENTITY.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF RULE-FOUND
               MOVE WS-RULE-DIGITS-3 TO WS-DOC-DAYS.

       P250000-EXIT.
           EXIT.
           TITLE 'LIFEEVNT --> READ ONE PROGRAM_RULES ROW'.
       P260000-READ-ONE-RULE SECTION.

           MOVE 'N'    TO WS-RULE-FOUND-SW.
           MOVE SPACES TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'LIFEEVNT'
                  AND RULE        = :WS-RULE-NAME
                  AND RULE_ENTITY = :WS-RULE-ENTITY
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE 'Y' TO WS-RULE-FOUND-SW.

       P260000-EXIT.
           EXIT.
           TITLE 'LIFEEVNT --> READ A PENDING EVENT'.
       P280000-READ-PENDING-EVENT SECTION.

           EXEC SQL
               SELECT EVENT_ID,
                      CASE_NUM,
                      CASENAME#IDNTITY,
                      EMP_NUM,
                      CHAR(EFFECTIVE_DATE, ISO)
                 INTO :LEV-EVENT-ID,
                      :LEV-CASE-NUM,
                      :LEV-CASE-IDNTITY,
                      :LEV-EMP-NUM,
                      :LEV-EFFECTIVE-DATE
                 FROM LIFE_EVENT
                WHERE EVENT_ID     = :LE-EVENT-ID
                  AND EVENT_STATUS = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO LE-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO LE-RETURN-CODE
           END-EVALUATE.

       P280000-EXIT.
           EXIT.
           TITLE 'LIFEEVNT --> PEND ONE CHANGE ON THE EVENT'.
       P300000-PEND-A-CHANGE SECTION.

           PERFORM P280000-READ-PENDING-EVENT THRU P280000-EXIT.
           IF LE-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           EVALUATE LE-CHANGE-TYPE
               WHEN 'C'
                   IF LE-COV-TYPE = SPACES OR LE-PLAN-CODE = SPACES
                       MOVE '04' TO LE-RETURN-CODE
                   END-IF
               WHEN 'T'
                   IF LE-COV-TYPE = SPACES
                       MOVE '04' TO LE-RETURN-CODE
                   END-IF
               WHEN 'D'
                   IF LE-DEP-NUM NOT > ZERO
                       OR LE-LAST-NAME = SPACES
                       OR LE-RELATIONSHIP = SPACE
                       OR LE-DATE-OF-BIRTH = SPACES
                       MOVE '04' TO LE-RETURN-CODE
                   END-IF
               WHEN 'R'
                   IF LE-DEP-NUM NOT > ZERO
                       MOVE '04' TO LE-RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE '04' TO LE-RETURN-CODE
           END-EVALUATE.

           IF LE-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           EXEC SQL
               SELECT VALUE(MAX(CHANGE_SEQ), 0) + 1
                 INTO :LEC-CHANGE-SEQ
                 FROM LIFE_EVENT_CHANGE
                WHERE EVENT_ID = :LEV-EVENT-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               INSERT INTO LIFE_EVENT_CHANGE
                      ( EVENT_ID,
                        CHANGE_SEQ,
                        CHANGE_TYPE,
                        COV_TYPE,
                        PLAN_CODE,
                        PREMIUM,
                        DEP_NUM,
                        LAST_NAME,
                        FIRST_NAME,
                        RELATIONSHIP,
                        SEX,
                        DATE_OF_BIRTH,
                        SSN,
                        STUDENT_IND,
                        CHANGE_STATUS )
               VALUES ( :LEV-EVENT-ID,
                        :LEC-CHANGE-SEQ,
                        :LE-CHANGE-TYPE,
                        :LE-COV-TYPE,
                        :LE-PLAN-CODE,
                        :LE-PREMIUM,
                        :LE-DEP-NUM,
                        :LE-LAST-NAME,
                        :LE-FIRST-NAME,
                        :LE-RELATIONSHIP,
                        :LE-SEX,
                        DATE(NULLIF(:LE-DATE-OF-BIRTH, ' ')),
                        :LE-SSN,
                        :LE-STUDENT-IND,
                        'P' )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE LEC-CHANGE-SEQ TO LE-CHANGE-SEQ.

       P300000-EXIT.
           EXIT.
           TITLE 'LIFEEVNT --> PROOF RECEIVED - POST THE CHANGES'.
       P400000-PROOF-RECEIVED SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'LIFEEVNT' TO SEC-RESOURCE-NAME.
           MOVE 'U'        TO SEC-FUNCTION-CODE.
           MOVE 'Y'        TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR SEC-RETURN-CODE NOT = 'A'
               MOVE '08' TO LE-RETURN-CODE
               GO TO P400000-EXIT.

           PERFORM P280000-READ-PENDING-EVENT THRU P280000-EXIT.
           IF LE-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM LIFE_EVENT_CHANGE
                WHERE EVENT_ID      = :LEV-EVENT-ID
                  AND CHANGE_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P400000-EXIT.

           IF WS-ROW-COUNT = ZERO
               MOVE '06' TO LE-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE LEV-EFFECTIVE-DATE TO LE-EFFECTIVE-DATE.
           MOVE ZERO               TO WS-PREMIUM-CHANGE.

           EXEC SQL
               OPEN LECHGCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N' TO WS-CHANGE-EOF-SW.

           PERFORM P450000-POST-ONE-CHANGE THRU P450000-EXIT
               UNTIL CHANGE-EOF.

           EXEC SQL
               CLOSE LECHGCUR
           END-EXEC.

      *    ALL OR NOTHING - ONE CHANGE THAT WILL NOT POST BACKS OUT
      *    THE ONES BEFORE IT AND THE EVENT STAYS PENDING.
           IF LE-RETURN-CODE = '07'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P400000-EXIT.

           IF LE-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

      *----------------------------------------------------------------*
      *    PREMRECL REPRICES TOTAL_PREMIUM FROM THE COVERAGE ROWS ON   *
      *    ITS NEXT RUN; WHAT WAS ALREADY BILLED SINCE THE EFFECTIVE   *
      *    DATE AT THE OLD PREMIUM GOES TO RETROADJ.                   *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE EMPLOYEE
                  SET RATE_CHANGE_FLAG = 'Y'
                WHERE CASENAME#IDNTITY = :LEV-CASE-IDNTITY
                  AND UNIQUE-NUM       = :LEV-CASE-NUM
                  AND EMP_NUM          = :LEV-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P400000-EXIT.

           IF WS-PREMIUM-CHANGE NOT = ZERO
               MOVE SPACES             TO RETROADJ-COMM-AREA
               MOVE 'P'                TO RA-FUNCTION-CODE
               MOVE LEV-CASE-NUM       TO RA-CASE-NUM
               MOVE LEV-EMP-NUM        TO RA-EMP-NUM
               MOVE LEV-EFFECTIVE-DATE TO RA-RETRO-EFF-DATE
               MOVE WS-PREMIUM-CHANGE  TO RA-PREMIUM-CHANGE
               EXEC CICS LINK
                         PROGRAM  ('RETROADJ')
                         COMMAREA (RETROADJ-COMM-AREA)
                         LENGTH   (LENGTH OF RETROADJ-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   OR RA-RETURN-CODE NOT = '00'
                   MOVE '12' TO LE-RETURN-CODE
                   GO TO P400000-EXIT
               END-IF
           END-IF.

           EXEC SQL
               UPDATE LIFE_EVENT
                  SET EVENT_STATUS      = 'A',
                      DOC_RECEIVED_DATE = CURRENT DATE,
                      PREMIUM_CHANGE    = :WS-PREMIUM-CHANGE,
                      APPLY_LOGON       = :LE-OPERATOR-LOGON,
                      APPLY_TIMESTAMP   = CURRENT TIMESTAMP
                WHERE EVENT_ID = :LEV-EVENT-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE WS-PREMIUM-CHANGE TO LE-PREMIUM-CHANGE.

       P400000-EXIT.
           EXIT.
           TITLE 'LIFEEVNT --> POST ONE PENDED CHANGE'.
       P450000-POST-ONE-CHANGE SECTION.

           EXEC SQL
               FETCH LECHGCUR
                 INTO :LEC-CHANGE-SEQ,
                      :LEC-CHANGE-TYPE,
                      :LEC-COV-TYPE,
                      :LEC-PLAN-CODE,
                      :LEC-PREMIUM,
                      :LEC-DEP-NUM,
                      :LEC-LAST-NAME,
                      :LEC-FIRST-NAME,
                      :LEC-RELATIONSHIP,
                      :LEC-SEX,
                      :LEC-DATE-OF-BIRTH,
                      :LEC-SSN,
                      :LEC-STUDENT-IND
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO LE-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CHANGE-EOF-SW
               GO TO P450000-EXIT.

           EVALUATE LEC-CHANGE-TYPE
               WHEN 'C'
                   PERFORM P460000-ADD-COVERAGE THRU P460000-EXIT
               WHEN 'T'
                   PERFORM P470000-TERM-COVERAGE THRU P470000-EXIT
               WHEN OTHER
                   PERFORM P480000-DEPENDENT-CHANGE THRU P480000-EXIT
           END-EVALUATE.

           IF LE-RETURN-CODE NOT = '00'
               MOVE LEC-CHANGE-SEQ TO LE-CHANGE-SEQ
               MOVE 'Y' TO WS-CHANGE-EOF-SW
               GO TO P450000-EXIT.

           EXEC SQL
               UPDATE LIFE_EVENT_CHANGE
                  SET CHANGE_STATUS = 'A',
                      PREMIUM       = :LEC-PREMIUM
                WHERE EVENT_ID   = :LEV-EVENT-ID
                  AND CHANGE_SEQ = :LEC-CHANGE-SEQ
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               MOVE 'Y'  TO WS-CHANGE-EOF-SW
               GO TO P450000-EXIT.

           ADD 1 TO LE-CHANGES-POSTED.

       P450000-EXIT.
           EXIT.
       P460000-ADD-COVERAGE SECTION.

      *    THE ELECTION POSTS AS OF THE EVENT'S EFFECTIVE DATE - THE
      *    EVENT, NOT THE OPEN-ENROLLMENT WINDOW, IS ITS AUTHORITY.
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
               VALUES ( :LEV-CASE-IDNTITY,
                        :LEV-EMP-NUM,
                        :LEC-COV-TYPE,
                        :LEC-PLAN-CODE,
                        ' ',
                        DATE(:LEV-EFFECTIVE-DATE),
                        NULL,
                        ' ',
                        :LEC-PREMIUM,
                        CURRENT DATE,
                        NULL,
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P460000-EXIT.

           ADD LEC-PREMIUM TO WS-PREMIUM-CHANGE.

       P460000-EXIT.
           EXIT.
       P470000-TERM-COVERAGE SECTION.

           MOVE ZERO TO WS-TERMED-PREMIUM.

           EXEC SQL
               SELECT PREMIUM
                 INTO :WS-TERMED-PREMIUM
                 FROM COVERAGE
                WHERE CASENAME#CIM     = :LEV-CASE-IDNTITY
                  AND EMPLOYEE#EMP_NUM = :LEV-EMP-NUM
                  AND TYPE             = :LEC-COV-TYPE
                  AND TERM_DATE IS NULL
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               MOVE '07' TO LE-RETURN-CODE
               MOVE 'CV' TO LE-CHANGE-RC
               GO TO P470000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P470000-EXIT.

           EXEC SQL
               UPDATE COVERAGE
                  SET TERM_DATE = DATE(:LEV-EFFECTIVE-DATE)
                WHERE CASENAME#CIM     = :LEV-CASE-IDNTITY
                  AND EMPLOYEE#EMP_NUM = :LEV-EMP-NUM
                  AND TYPE             = :LEC-COV-TYPE
                  AND TERM_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P470000-EXIT.

           MOVE WS-TERMED-PREMIUM TO LEC-PREMIUM.
           SUBTRACT WS-TERMED-PREMIUM FROM WS-PREMIUM-CHANGE.

       P470000-EXIT.
           EXIT.
       P480000-DEPENDENT-CHANGE SECTION.

      *----------------------------------------------------------------*
      *    DEPENDENTS GO THROUGH DEPMAINT SO THE DEPENDENCY-CODE AND   *
      *    AGE EDITS STILL HOLD, DATED TO THE EVENT.                   *
      *----------------------------------------------------------------*
           MOVE SPACES             TO DEPMAINT-COMM-AREA.
           IF LEC-CHANGE-TYPE = 'D'
               MOVE 'A'            TO DM-FUNCTION-CODE
           ELSE
               MOVE 'T'            TO DM-FUNCTION-CODE.
           MOVE LEV-CASE-NUM       TO DM-CASE-NUM.
           MOVE LEV-EMP-NUM        TO DM-EMP-NUM.
           MOVE LEC-DEP-NUM        TO DM-DEP-NUM.
           MOVE LEC-LAST-NAME      TO DM-LAST-NAME.
           MOVE LEC-FIRST-NAME     TO DM-FIRST-NAME.
           MOVE LEC-RELATIONSHIP   TO DM-RELATIONSHIP.
           MOVE LEC-SEX            TO DM-SEX.
           MOVE LEC-DATE-OF-BIRTH  TO DM-DATE-OF-BIRTH.
           MOVE LEC-SSN            TO DM-SSN.
           MOVE LEC-STUDENT-IND    TO DM-STUDENT-IND.
           MOVE LEV-EFFECTIVE-DATE TO DM-EFFECTIVE-DATE.
           MOVE LE-OPERATOR-LOGON  TO DM-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DEPMAINT')
                     COMMAREA (DEPMAINT-COMM-AREA)
                     LENGTH   (LENGTH OF DEPMAINT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO LE-RETURN-CODE
               GO TO P480000-EXIT.

           IF DM-RETURN-CODE = '12'
               MOVE '12' TO LE-RETURN-CODE
               GO TO P480000-EXIT.

           IF DM-RETURN-CODE NOT = '00'
               MOVE '07'           TO LE-RETURN-CODE
               MOVE DM-RETURN-CODE TO LE-CHANGE-RC
               GO TO P480000-EXIT.

           ADD LEC-PREMIUM TO WS-PREMIUM-CHANGE.

       P480000-EXIT.
           EXIT.
           TITLE 'LIFEEVNT --> WITHDRAW AN EVENT'.
       P500000-WITHDRAW-EVENT SECTION.

           EXEC SQL
               UPDATE LIFE_EVENT
                  SET EVENT_STATUS    = 'X',
                      APPLY_LOGON     = :LE-OPERATOR-LOGON,
                      APPLY_TIMESTAMP = CURRENT TIMESTAMP
                WHERE EVENT_ID     = :LE-EVENT-ID
                  AND EVENT_STATUS = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO LE-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO LE-RETURN-CODE
           END-EVALUATE.

       P500000-EXIT.
           EXIT.
           TITLE 'LIFEEVNT --> ESCALATE OVERDUE PROOF'.
       P600000-ESCALATE-OVERDUE SECTION.

           EXEC SQL
               OPEN LEODUCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N' TO WS-OVERDUE-EOF-SW.

           PERFORM P650000-ESCALATE-ONE THRU P650000-EXIT
               UNTIL OVERDUE-EOF.

           EXEC SQL
               CLOSE LEODUCUR
           END-EXEC.

       P600000-EXIT.
           EXIT.
       P650000-ESCALATE-ONE SECTION.

           EXEC SQL
               FETCH LEODUCUR
                 INTO :LEV-EVENT-ID,
                      :LEV-CASE-NUM,
                      :LEV-CASE-IDNTITY,
                      :LEV-EMP-NUM,
                      :LEV-EVENT-TYPE,
                      :LEV-EVENT-DATE,
                      :LEV-DOC-DUE-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO LE-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-OVERDUE-EOF-SW
               GO TO P650000-EXIT.

      *    THE ENROLLMENT SUPERVISOR TAKES IT OVER, DUE TODAY.
           MOVE SPACES            TO DIARY-COMM-AREA.
           MOVE 'A'               TO DY-FUNCTION-CODE.
           MOVE 'ENRLSUPV'        TO DY-OWNER-LOGON.
           MOVE LEV-CASE-NUM      TO DY-CASE-NUM.
           MOVE LEV-CASE-IDNTITY  TO DY-IDNTITY.
           MOVE SPACES            TO DY-DUE-DATE.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :DY-DUE-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE 'QLE'             TO DY-REASON-CODE.
           MOVE 'LIFE EVENT PROOF OVERDUE - ESCALATED'
                                  TO DY-DIARY-TEXT.
           MOVE 'LIFEEVNT'        TO DY-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR DY-RETURN-CODE NOT = '00'
               GO TO P650000-EXIT.

           EXEC SQL
               UPDATE LIFE_EVENT
                  SET ESCALATED_DATE = CURRENT DATE
                WHERE EVENT_ID = :LEV-EVENT-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LE-RETURN-CODE
               MOVE 'Y'  TO WS-OVERDUE-EOF-SW
               GO TO P650000-EXIT.

           ADD 1 TO LE-EVENTS-ESCALATED.

           MOVE LEV-EMP-NUM TO WS-EDIT-EMP-NUM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '          DELIMITED BY SIZE
                  LEV-CASE-NUM     DELIMITED BY SIZE
                  '  EMP '         DELIMITED BY SIZE
                  WS-EDIT-EMP-NUM  DELIMITED BY SIZE
                  '  EVENT '       DELIMITED BY SIZE
                  LEV-EVENT-TYPE   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  LEV-EVENT-DATE   DELIMITED BY SIZE
                  '  PROOF DUE '   DELIMITED BY SIZE
                  LEV-DOC-DUE-DATE DELIMITED BY SIZE
                  '  ESCALATED'    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P650000-EXIT.
           EXIT.
           TITLE 'LIFEEVNT --> WRITE ONE LINE TO QLEX'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('QLEX')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
