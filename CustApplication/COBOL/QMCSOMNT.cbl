       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QMCSOMNT.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: QMCSOMNT                                        *
      *  PROGRAM TEXT:  QUALIFIED MEDICAL CHILD SUPPORT ORDERS.  ORDERS *
      *                 FROM A COURT OR STATE AGENCY WERE KEPT IN A     *
      *                 PAPER FOLDER, SO THE CHILD'S ENROLLMENT AND THE *
      *                 REQUIRED NOTICES RAN ON MEMORY.  'R' RECORDS    *
      *                 THE ORDER ON QMCSO_ORDER - ORDER DETAILS,       *
      *                 ISSUING AGENCY, THE CHILD, THE ALTERNATE        *
      *                 RECIPIENT'S ADDRESS AND THE DETERMINATION       *
      *                 DEADLINE (PROGRAM_RULES 'QMCSOMNT' DETERMINE    *
      *                 DAYS) - DIARIES THE BENEFITS DESK AND SENDS THE *
      *                 RECEIPT NOTICES THROUGH CORRGEN TO THE          *
      *                 EMPLOYEE, THE ALTERNATE RECIPIENT AND THE       *
      *                 AGENCY.  'Q' (THE 'QMCSOMNT' SECCHECK RESOURCE, *
      *                 AS ARE 'N' AND 'E') PUTS THE CHILD ON THROUGH   *
      *                 DEPMAINT'S EDITS, RAISING THE EMPLOYEE'S TIER   *
      *                 IF NEED BE, AND THE EMPLOYEE ON THE ORDERED     *
      *                 COVERAGE WHETHER ELECTED OR NOT.  WHILE THE     *
      *                 ORDER IS RECEIVED OR IN FORCE DEPMAINT WILL NOT *
      *                 TERM THE CHILD.  THE NIGHTLY 'X' RUN RETRIES    *
      *                 RECEIPT NOTICES THAT DID NOT GO, ENDS ORDERS    *
      *                 PAST THEIR END DATE AND ESCALATES UNDECIDED     *
      *                 ORDERS PAST THE DEADLINE TO THE QMCS TDQ.       *
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
       77  WS-DEFAULT-DETERMINE-DAYS   PIC S9(4) COMP     VALUE +40.

       01  WS-RETRY-EOF-SW              PIC X     VALUE 'N'.
           88  RETRY-EOF                VALUE 'Y'.
       01  WS-OVERDUE-EOF-SW            PIC X     VALUE 'N'.
           88  OVERDUE-EOF              VALUE 'Y'.

       01  WS-DETERMINE-DAYS            PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-DIGITS-3             PIC 9(3)  VALUE ZERO.
       01  WS-TODAY                     PIC X(10) VALUE SPACES.
       01  WS-ROW-COUNT                 PIC S9(7) COMP-3 VALUE ZERO.

       01  WS-EMP-LAST-NAME             PIC X(20) VALUE SPACES.
       01  WS-EMP-FIRST-NAME            PIC X(15) VALUE SPACES.
       01  WS-EMP-NAME                  PIC X(30) VALUE SPACES.
       01  WS-CHILD-NAME                PIC X(30) VALUE SPACES.
       01  WS-RECIP-CITY-LINE           PIC X(30) VALUE SPACES.

       01  WS-NOTICE-SET                PIC X     VALUE SPACE.
           88  RECEIPT-NOTICES          VALUE 'R'.
           88  QUALIFIED-NOTICES        VALUE 'Q'.
           88  NOT-QUALIFIED-NOTICES    VALUE 'N'.
       01  WS-NOTICE-DETAIL             PIC X(30) VALUE SPACES.
       01  WS-TEMPLATE-ID.
           05  FILLER                   PIC X(4)  VALUE 'QMCS'.
           05  WS-TEMPLATE-SET          PIC X(1)  VALUE SPACE.
           05  WS-TEMPLATE-RECIPIENT    PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(1)  VALUE SPACE.
       01  WS-SET-FAILURES              PIC S9(4) COMP VALUE ZERO.

       01  WS-EDIT-EMP-NUM              PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-ORDER-ID             PIC Z(8)9 VALUE ZERO.
       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

       01  DIARY-COMM-AREA.
           COPY DIARYMNC.

       01  DEPMAINT-COMM-AREA.
           COPY DEPMAINC.

           COPY QMCSORD.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    ORDERS WHOSE RECEIPT NOTICES HAVE NOT ALL GONE YET.         *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE QMRTRCUR CURSOR FOR
               SELECT ORDER_ID
                 FROM QMCSO_ORDER
                WHERE ORDER_STATUS = 'R'
                  AND RECEIPT_NOTICE_DATE IS NULL
                ORDER BY ORDER_ID
           END-EXEC.

      *----------------------------------------------------------------*
      *    ORDERS STILL UNDECIDED PAST THEIR DETERMINATION DEADLINE    *
      *    AND NOT YET ESCALATED.                                      *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE QMODUCUR CURSOR FOR
               SELECT ORDER_ID
                 FROM QMCSO_ORDER
                WHERE ORDER_STATUS       = 'R'
                  AND DETERMINE_DUE_DATE < CURRENT DATE
                  AND ESCALATED_DATE IS NULL
                ORDER BY ORDER_ID
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'QMCSOMNT --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY QMCSOMNC.
           TITLE 'QMCSOMNT --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF QM-FUNCTION-CODE = 'X'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'QMCSOMNT' TO RL-PROGRAM-NAME
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
               MOVE '20' TO QM-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00'   TO QM-RETURN-CODE.
           MOVE SPACES TO QM-DEPMAINT-RC.
           MOVE ZERO   TO QM-NOTICES-SENT QM-NOTICES-FAILED
                          QM-ORDERS-ESCALATED QM-ORDERS-ENDED.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EVALUATE QM-FUNCTION-CODE
               WHEN 'R'
                   PERFORM P200000-RECEIVE-AN-ORDER THRU P200000-EXIT
               WHEN 'Q'
                   PERFORM P050000-CHECK-SECURITY THRU P050000-EXIT
                   IF QM-RETURN-CODE = '00'
                       PERFORM P300000-QUALIFIED THRU P300000-EXIT
                   END-IF
               WHEN 'N'
                   PERFORM P050000-CHECK-SECURITY THRU P050000-EXIT
                   IF QM-RETURN-CODE = '00'
                       PERFORM P400000-NOT-QUALIFIED THRU P400000-EXIT
                   END-IF
               WHEN 'E'
                   PERFORM P050000-CHECK-SECURITY THRU P050000-EXIT
                   IF QM-RETURN-CODE = '00'
                       PERFORM P500000-END-THE-ORDER THRU P500000-EXIT
                   END-IF
               WHEN 'X'
                   PERFORM P600000-NIGHTLY-RUN THRU P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO QM-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF QM-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF QM-FUNCTION-CODE = 'X'
               IF QM-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'QMCSOMNT' TO RL-PROGRAM-NAME
               MOVE QM-ORDERS-ESCALATED TO RL-RECORD-COUNT
               MOVE QM-RETURN-CODE TO RL-PROGRAM-RC
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
           TITLE 'QMCSOMNT --> CHECK SECCHECK AUTHORIZATION'.
       P050000-CHECK-SECURITY SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'QMCSOMNT' TO SEC-RESOURCE-NAME.
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
               MOVE '08' TO QM-RETURN-CODE.

       P050000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> RECEIVE AN ORDER'.
       P200000-RECEIVE-AN-ORDER SECTION.

           IF QM-ORDER-NUMBER = SPACES
               OR QM-ORDER-SOURCE NOT = 'C' AND 'A'
               OR QM-ISSUING-AGENCY = SPACES
               OR QM-ORDER-DATE = SPACES
               OR QM-CHILD-LAST-NAME = SPACES
               OR QM-CHILD-DOB = SPACES
               OR QM-COV-TYPE = SPACES
               OR QM-ALT-RECIP-NAME = SPACES
               OR QM-ALT-RECIP-ADDR1 = SPACES
               OR QM-ALT-RECIP-CITY = SPACES
               MOVE '04' TO QM-RETURN-CODE
               GO TO P200000-EXIT.

           IF QM-RECEIVED-DATE = SPACES
               MOVE WS-TODAY TO QM-RECEIVED-DATE.

           EXEC SQL
               SELECT CASENAME#IDNTITY
                 INTO :QMO-CASE-IDNTITY
                 FROM CASE_MASTER
                WHERE CASE_NUM = :QM-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO QM-RETURN-CODE
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE QM-CASE-NUM TO QMO-CASE-NUM.
           MOVE QM-EMP-NUM  TO QMO-EMP-NUM.
           PERFORM P290000-READ-THE-EMPLOYEE THRU P290000-EXIT.
           IF QM-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

      *    A CHILD NAMED BY DEP_NUM MUST ALREADY BE ON AS A DEPENDENT.
           IF QM-DEP-NUM > ZERO
               MOVE ZERO TO WS-ROW-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM DEPENDENT
                    WHERE CASE_NUM   = :QM-CASE-NUM
                      AND EMP_NUM    = :QM-EMP-NUM
                      AND DEP_NUM    = :QM-DEP-NUM
                      AND ACTIVE_IND = 'Y'
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO QM-RETURN-CODE
                   GO TO P200000-EXIT
               END-IF
               IF WS-ROW-COUNT = ZERO
                   MOVE '02' TO QM-RETURN-CODE
                   GO TO P200000-EXIT
               END-IF
           END-IF.

           PERFORM P250000-READ-THE-RULES THRU P250000-EXIT.

           EXEC SQL
               SELECT CHAR(DATE(:QM-RECEIVED-DATE)
                           + :WS-DETERMINE-DAYS DAYS, ISO)
                 INTO :QMO-DETERMINE-DUE-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '04' TO QM-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               SELECT NEXT VALUE FOR QMCSO_ORDER_SEQ
                 INTO :QMO-ORDER-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE QM-DEP-NUM          TO QMO-DEP-NUM.
           MOVE QM-ORDER-NUMBER     TO QMO-ORDER-NUMBER.
           MOVE QM-ORDER-SOURCE     TO QMO-ORDER-SOURCE.
           MOVE QM-ISSUING-AGENCY   TO QMO-ISSUING-AGENCY.
           MOVE QM-AGENCY-STATE     TO QMO-AGENCY-STATE.
           MOVE QM-ORDER-DATE       TO QMO-ORDER-DATE.
           MOVE QM-RECEIVED-DATE    TO QMO-RECEIVED-DATE.
           MOVE QM-CHILD-LAST-NAME  TO QMO-CHILD-LAST-NAME.
           MOVE QM-CHILD-FIRST-NAME TO QMO-CHILD-FIRST-NAME.
           MOVE QM-CHILD-SEX        TO QMO-CHILD-SEX.
           MOVE QM-CHILD-DOB        TO QMO-CHILD-DOB.
           MOVE QM-CHILD-SSN        TO QMO-CHILD-SSN.
           MOVE QM-COV-TYPE         TO QMO-COV-TYPE.
           MOVE QM-PLAN-CODE        TO QMO-PLAN-CODE.
           MOVE QM-ALT-RECIP-NAME   TO QMO-ALT-RECIP-NAME.
           MOVE QM-ALT-RECIP-ADDR1  TO QMO-ALT-RECIP-ADDR1.
           MOVE QM-ALT-RECIP-ADDR2  TO QMO-ALT-RECIP-ADDR2.
           MOVE QM-ALT-RECIP-CITY   TO QMO-ALT-RECIP-CITY.
           MOVE QM-ALT-RECIP-STATE  TO QMO-ALT-RECIP-STATE.
           MOVE QM-ALT-RECIP-ZIP    TO QMO-ALT-RECIP-ZIP.
           MOVE QM-ORDER-END-DATE   TO QMO-ORDER-END-DATE.

           EXEC SQL
               INSERT INTO QMCSO_ORDER
                      ( ORDER_ID,
                        CASENAME#IDNTITY,
                        CASE_NUM,
                        EMP_NUM,
                        DEP_NUM,
                        ORDER_NUMBER,
                        ORDER_SOURCE,
                        ISSUING_AGENCY,
                        AGENCY_STATE,
                        ORDER_DATE,
                        RECEIVED_DATE,
                        CHILD_LAST_NAME,
                        CHILD_FIRST_NAME,
                        CHILD_SEX,
                        CHILD_DOB,
                        CHILD_SSN,
                        COV_TYPE,
                        PLAN_CODE,
                        ALT_RECIP_NAME,
                        ALT_RECIP_ADDR1,
                        ALT_RECIP_ADDR2,
                        ALT_RECIP_CITY,
                        ALT_RECIP_STATE,
                        ALT_RECIP_ZIP,
                        DETERMINE_DUE_DATE,
                        RECEIPT_NOTICE_DATE,
                        DETERMINED_DATE,
                        ENROLLED_DATE,
                        ORDER_END_DATE,
                        ORDER_STATUS,
                        STATUS_REASON,
                        ESCALATED_DATE,
                        ENTER_LOGON,
                        ENTER_TIMESTAMP,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP )
               VALUES ( :QMO-ORDER-ID,
                        :QMO-CASE-IDNTITY,
                        :QMO-CASE-NUM,
                        :QMO-EMP-NUM,
                        :QMO-DEP-NUM,
                        :QMO-ORDER-NUMBER,
                        :QMO-ORDER-SOURCE,
                        :QMO-ISSUING-AGENCY,
                        :QMO-AGENCY-STATE,
                        DATE(:QMO-ORDER-DATE),
                        DATE(:QMO-RECEIVED-DATE),
                        :QMO-CHILD-LAST-NAME,
                        :QMO-CHILD-FIRST-NAME,
                        :QMO-CHILD-SEX,
                        DATE(:QMO-CHILD-DOB),
                        :QMO-CHILD-SSN,
                        :QMO-COV-TYPE,
                        :QMO-PLAN-CODE,
                        :QMO-ALT-RECIP-NAME,
                        :QMO-ALT-RECIP-ADDR1,
                        :QMO-ALT-RECIP-ADDR2,
                        :QMO-ALT-RECIP-CITY,
                        :QMO-ALT-RECIP-STATE,
                        :QMO-ALT-RECIP-ZIP,
                        DATE(:QMO-DETERMINE-DUE-DATE),
                        NULL,
                        NULL,
                        NULL,
                        DATE(NULLIF(:QMO-ORDER-END-DATE, ' ')),
                        'R',
                        ' ',
                        NULL,
                        :QM-OPERATOR-LOGON,
                        CURRENT TIMESTAMP,
                        :QM-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

      *    A DATE THAT WILL NOT CONVERT IS BAD INPUT, NOT AN OUTAGE.
           IF SQLCODE = -180 OR -181
               MOVE '04' TO QM-RETURN-CODE
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE QMO-ORDER-ID           TO QM-ORDER-ID.
           MOVE QMO-DETERMINE-DUE-DATE TO QM-DETERMINE-DUE-DATE.

      *    THE BENEFITS DESK DIARY FOR THE DETERMINATION.
           MOVE SPACES                 TO DIARY-COMM-AREA.
           MOVE 'A'                    TO DY-FUNCTION-CODE.
           MOVE 'QMCSODSK'             TO DY-OWNER-LOGON.
           MOVE QMO-CASE-NUM           TO DY-CASE-NUM.
           MOVE QMO-CASE-IDNTITY       TO DY-IDNTITY.
           MOVE QMO-DETERMINE-DUE-DATE TO DY-DUE-DATE.
           MOVE 'QMC'                  TO DY-REASON-CODE.
           MOVE 'CHILD SUPPORT ORDER - DETERMINE QUALIFIED'
                                       TO DY-DIARY-TEXT.
           MOVE QM-OPERATOR-LOGON      TO DY-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           MOVE 'R' TO WS-NOTICE-SET.
           MOVE QMO-DETERMINE-DUE-DATE TO WS-NOTICE-DETAIL.
           PERFORM P800000-SEND-THE-NOTICES THRU P800000-EXIT.

           IF WS-SET-FAILURES = ZERO
               PERFORM P820000-RECEIPT-NOTICED THRU P820000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> THE DETERMINATION DEADLINE'.
       P250000-READ-THE-RULES SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'QMCSOMNT' 'DETERMINE DAYS' - DAYS FROM       *
      *    RECEIPT TO DECIDE WHETHER THE ORDER IS QUALIFIED, AS THREE  *
      *    DIGITS.  40 WHEN NONE IS ON FILE.                           *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-DETERMINE-DAYS TO WS-DETERMINE-DAYS.
           MOVE SPACES TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'QMCSOMNT'
                  AND RULE        = 'DETERMINE DAYS'
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE WS-RULE-DIGITS-3    TO WS-DETERMINE-DAYS.

       P250000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> READ ONE ORDER'.
       P280000-READ-THE-ORDER SECTION.

           EXEC SQL
               SELECT ORDER_ID,
                      CASENAME#IDNTITY,
                      CASE_NUM,
                      EMP_NUM,
                      DEP_NUM,
                      ORDER_NUMBER,
                      ISSUING_AGENCY,
                      AGENCY_STATE,
                      CHILD_LAST_NAME,
                      CHILD_FIRST_NAME,
                      CHILD_SEX,
                      CHAR(CHILD_DOB, ISO),
                      CHILD_SSN,
                      COV_TYPE,
                      PLAN_CODE,
                      ALT_RECIP_NAME,
                      ALT_RECIP_ADDR1,
                      ALT_RECIP_ADDR2,
                      ALT_RECIP_CITY,
                      ALT_RECIP_STATE,
                      ALT_RECIP_ZIP,
                      CHAR(DETERMINE_DUE_DATE, ISO),
                      ORDER_STATUS
                 INTO :QMO-ORDER-ID,
                      :QMO-CASE-IDNTITY,
                      :QMO-CASE-NUM,
                      :QMO-EMP-NUM,
                      :QMO-DEP-NUM,
                      :QMO-ORDER-NUMBER,
                      :QMO-ISSUING-AGENCY,
                      :QMO-AGENCY-STATE,
                      :QMO-CHILD-LAST-NAME,
                      :QMO-CHILD-FIRST-NAME,
                      :QMO-CHILD-SEX,
                      :QMO-CHILD-DOB,
                      :QMO-CHILD-SSN,
                      :QMO-COV-TYPE,
                      :QMO-PLAN-CODE,
                      :QMO-ALT-RECIP-NAME,
                      :QMO-ALT-RECIP-ADDR1,
                      :QMO-ALT-RECIP-ADDR2,
                      :QMO-ALT-RECIP-CITY,
                      :QMO-ALT-RECIP-STATE,
                      :QMO-ALT-RECIP-ZIP,
                      :QMO-DETERMINE-DUE-DATE,
                      :QMO-ORDER-STATUS
                 FROM QMCSO_ORDER
                WHERE ORDER_ID = :QM-ORDER-ID
           END-EXEC.

           IF SQLCODE = +100
               MOVE '03' TO QM-RETURN-CODE
               GO TO P280000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P280000-EXIT.

           PERFORM P290000-READ-THE-EMPLOYEE THRU P290000-EXIT.

       P280000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> THE EMPLOYEE AND THE NAMES ON LETTERS'.
       P290000-READ-THE-EMPLOYEE SECTION.

           EXEC SQL
               SELECT LAST_NAME,
                      FIRST_NAME
                 INTO :WS-EMP-LAST-NAME,
                      :WS-EMP-FIRST-NAME
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :QMO-CASE-IDNTITY
                  AND UNIQUE-NUM       = :QMO-CASE-NUM
                  AND EMP_NUM          = :QMO-EMP-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO QM-RETURN-CODE
               GO TO P290000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P290000-EXIT.

           MOVE SPACES TO WS-EMP-NAME.
           STRING WS-EMP-FIRST-NAME DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  WS-EMP-LAST-NAME  DELIMITED BY '  '
               INTO WS-EMP-NAME
           END-STRING.

           MOVE SPACES TO WS-CHILD-NAME.
           IF QM-FUNCTION-CODE = 'R'
               STRING QM-CHILD-FIRST-NAME DELIMITED BY '  '
                      ' '                 DELIMITED BY SIZE
                      QM-CHILD-LAST-NAME  DELIMITED BY '  '
                   INTO WS-CHILD-NAME
               END-STRING
           ELSE
               STRING QMO-CHILD-FIRST-NAME DELIMITED BY '  '
                      ' '                  DELIMITED BY SIZE
                      QMO-CHILD-LAST-NAME  DELIMITED BY '  '
                   INTO WS-CHILD-NAME
               END-STRING.

       P290000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> QUALIFIED - PUT THE CHILD ON'.
       P300000-QUALIFIED SECTION.

           PERFORM P280000-READ-THE-ORDER THRU P280000-EXIT.
           IF QM-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           IF QMO-ORDER-STATUS NOT = 'R'
               MOVE '03' TO QM-RETURN-CODE
               GO TO P300000-EXIT.

      *----------------------------------------------------------------*
      *    THE CHILD GOES ON THROUGH DEPMAINT SO THE AGE EDITS STILL   *
      *    HOLD; THE ORDER FLAG RAISES THE EMPLOYEE'S TIER TO TAKE     *
      *    THE CHILD INSTEAD OF REFUSING AN EMPLOYEE WHO NEVER ELECTED *
      *    DEPENDENT COVERAGE.  A CHILD ALREADY ON FILE STAYS AS IS.   *
      *----------------------------------------------------------------*
           IF QMO-DEP-NUM = ZERO
               PERFORM P320000-ADD-THE-CHILD THRU P320000-EXIT
               IF QM-RETURN-CODE NOT = '00'
                   GO TO P300000-EXIT
               END-IF
           END-IF.

           PERFORM P350000-ENROLL-THE-EMPLOYEE THRU P350000-EXIT.
           IF QM-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           EXEC SQL
               UPDATE QMCSO_ORDER
                  SET ORDER_STATUS     = 'A',
                      DEP_NUM          = :QMO-DEP-NUM,
                      PLAN_CODE        = :QMO-PLAN-CODE,
                      DETERMINED_DATE  = CURRENT DATE,
                      ENROLLED_DATE    = CURRENT DATE,
                      CHANGE_LOGON     = :QM-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ORDER_ID = :QMO-ORDER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE QMO-DEP-NUM TO QM-DEP-NUM.
           MOVE 'Q'         TO WS-NOTICE-SET.
           MOVE WS-TODAY    TO WS-NOTICE-DETAIL.
           PERFORM P800000-SEND-THE-NOTICES THRU P800000-EXIT.

           IF WS-SET-FAILURES > ZERO
               PERFORM P840000-DIARY-UNSENT THRU P840000-EXIT.

       P300000-EXIT.
           EXIT.
       P320000-ADD-THE-CHILD SECTION.

           EXEC SQL
               SELECT VALUE(MAX(DEP_NUM), 0) + 1
                 INTO :QMO-DEP-NUM
                 FROM DEPENDENT
                WHERE CASE_NUM = :QMO-CASE-NUM
                  AND EMP_NUM  = :QMO-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P320000-EXIT.

           MOVE SPACES               TO DEPMAINT-COMM-AREA.
           MOVE 'A'                  TO DM-FUNCTION-CODE.
           MOVE QMO-CASE-NUM         TO DM-CASE-NUM.
           MOVE QMO-EMP-NUM          TO DM-EMP-NUM.
           MOVE QMO-DEP-NUM          TO DM-DEP-NUM.
           MOVE QMO-CHILD-LAST-NAME  TO DM-LAST-NAME.
           MOVE QMO-CHILD-FIRST-NAME TO DM-FIRST-NAME.
           MOVE 'C'                  TO DM-RELATIONSHIP.
           MOVE QMO-CHILD-SEX        TO DM-SEX.
           MOVE QMO-CHILD-DOB        TO DM-DATE-OF-BIRTH.
           MOVE QMO-CHILD-SSN        TO DM-SSN.
           MOVE 'N'                  TO DM-STUDENT-IND.
           MOVE WS-TODAY             TO DM-EFFECTIVE-DATE.
           MOVE QM-OPERATOR-LOGON    TO DM-OPERATOR-LOGON.
           MOVE 'Y'                  TO DM-QMCSO-IND.

           EXEC CICS LINK
                     PROGRAM  ('DEPMAINT')
                     COMMAREA (DEPMAINT-COMM-AREA)
                     LENGTH   (LENGTH OF DEPMAINT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR DM-RETURN-CODE = '12'
               MOVE '12' TO QM-RETURN-CODE
               GO TO P320000-EXIT.

           IF DM-RETURN-CODE NOT = '00'
               MOVE '07'           TO QM-RETURN-CODE
               MOVE DM-RETURN-CODE TO QM-DEPMAINT-RC.

       P320000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> THE EMPLOYEE ON THE ORDERED COVERAGE'.
       P350000-ENROLL-THE-EMPLOYEE SECTION.

      *----------------------------------------------------------------*
      *    THE CHILD CAN ONLY BE COVERED UNDER THE EMPLOYEE'S OWN      *
      *    ENROLLMENT.  AN EMPLOYEE WITH NO COVERAGE OF THE ORDERED    *
      *    TYPE IN FORCE IS PUT ON THE ORDER'S PLAN (OR THE PLAN       *
      *    KEYED NOW) FROM TODAY; PREMRECL PRICES THE NEW TIER.        *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM COVERAGE
                WHERE CASENAME#CIM     = :QMO-CASE-IDNTITY
                  AND EMPLOYEE#EMP_NUM = :QMO-EMP-NUM
                  AND TYPE             = :QMO-COV-TYPE
                  AND (TERM_DATE IS NULL OR TERM_DATE > CURRENT DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P350000-EXIT.

           IF WS-ROW-COUNT = ZERO
               IF QM-PLAN-CODE NOT = SPACES
                   MOVE QM-PLAN-CODE TO QMO-PLAN-CODE
               END-IF
               IF QMO-PLAN-CODE = SPACES
                   MOVE '04' TO QM-RETURN-CODE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   GO TO P350000-EXIT
               END-IF
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
                   VALUES ( :QMO-CASE-IDNTITY,
                            :QMO-EMP-NUM,
                            :QMO-COV-TYPE,
                            :QMO-PLAN-CODE,
                            ' ',
                            CURRENT DATE,
                            NULL,
                            ' ',
                            :QM-PREMIUM,
                            CURRENT DATE,
                            NULL,
                            NULL )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO QM-RETURN-CODE
                   GO TO P350000-EXIT
               END-IF
           END-IF.

           EXEC SQL
               UPDATE EMPLOYEE
                  SET RATE_CHANGE_FLAG = 'Y'
                WHERE CASENAME#IDNTITY = :QMO-CASE-IDNTITY
                  AND UNIQUE-NUM       = :QMO-CASE-NUM
                  AND EMP_NUM          = :QMO-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE.

       P350000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> NOT QUALIFIED'.
       P400000-NOT-QUALIFIED SECTION.

           IF QM-STATUS-REASON = SPACES
               MOVE '04' TO QM-RETURN-CODE
               GO TO P400000-EXIT.

           PERFORM P280000-READ-THE-ORDER THRU P280000-EXIT.
           IF QM-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           IF QMO-ORDER-STATUS NOT = 'R'
               MOVE '03' TO QM-RETURN-CODE
               GO TO P400000-EXIT.

           EXEC SQL
               UPDATE QMCSO_ORDER
                  SET ORDER_STATUS     = 'D',
                      STATUS_REASON    = :QM-STATUS-REASON,
                      DETERMINED_DATE  = CURRENT DATE,
                      CHANGE_LOGON     = :QM-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ORDER_ID = :QMO-ORDER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N'              TO WS-NOTICE-SET.
           MOVE QM-STATUS-REASON TO WS-NOTICE-DETAIL.
           PERFORM P800000-SEND-THE-NOTICES THRU P800000-EXIT.

           IF WS-SET-FAILURES > ZERO
               PERFORM P840000-DIARY-UNSENT THRU P840000-EXIT.

       P400000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> END AN ORDER'.
       P500000-END-THE-ORDER SECTION.

      *    ENDING THE ORDER ONLY LIFTS THE HOLD ON THE CHILD - THE
      *    CHILD STAYS COVERED UNTIL SOMEBODY TERMS THEM.
           IF QM-STATUS-REASON = SPACES
               MOVE '04' TO QM-RETURN-CODE
               GO TO P500000-EXIT.

           IF QM-ORDER-END-DATE = SPACES
               MOVE WS-TODAY TO QM-ORDER-END-DATE.

           EXEC SQL
               UPDATE QMCSO_ORDER
                  SET ORDER_STATUS     = 'E',
                      ORDER_END_DATE   = DATE(:QM-ORDER-END-DATE),
                      STATUS_REASON    = :QM-STATUS-REASON,
                      CHANGE_LOGON     = :QM-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ORDER_ID     = :QM-ORDER-ID
                  AND ORDER_STATUS IN ('R', 'A')
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO QM-RETURN-CODE
               WHEN SQLCODE = -180 OR SQLCODE = -181
                   MOVE '04' TO QM-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO QM-RETURN-CODE
           END-EVALUATE.

       P500000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> NIGHTLY DEADLINE RUN'.
       P600000-NIGHTLY-RUN SECTION.

      *    ORDERS PAST THE END DATE THEY CARRY END ON THEIR OWN.
           EXEC SQL
               UPDATE QMCSO_ORDER
                  SET ORDER_STATUS     = 'E',
                      STATUS_REASON    = 'ORDER END DATE REACHED',
                      CHANGE_LOGON     = 'QMCSOMNT',
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ORDER_STATUS = 'A'
                  AND ORDER_END_DATE < CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND +100
               MOVE '12' TO QM-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO QM-ORDERS-ENDED.

           EXEC SQL
               OPEN QMRTRCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N' TO WS-RETRY-EOF-SW.

           PERFORM P620000-RETRY-ONE-ORDER THRU P620000-EXIT
               UNTIL RETRY-EOF.

           EXEC SQL
               CLOSE QMRTRCUR
           END-EXEC.

           IF QM-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           EXEC SQL
               OPEN QMODUCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N' TO WS-OVERDUE-EOF-SW.

           PERFORM P640000-ESCALATE-ONE-ORDER THRU P640000-EXIT
               UNTIL OVERDUE-EOF.

           EXEC SQL
               CLOSE QMODUCUR
           END-EXEC.

       P600000-EXIT.
           EXIT.
       P620000-RETRY-ONE-ORDER SECTION.

           EXEC SQL
               FETCH QMRTRCUR
                 INTO :QM-ORDER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO QM-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RETRY-EOF-SW
               GO TO P620000-EXIT.

           PERFORM P280000-READ-THE-ORDER THRU P280000-EXIT.
           IF QM-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-RETRY-EOF-SW
               GO TO P620000-EXIT.

           MOVE 'R' TO WS-NOTICE-SET.
           MOVE QMO-DETERMINE-DUE-DATE TO WS-NOTICE-DETAIL.
           PERFORM P800000-SEND-THE-NOTICES THRU P800000-EXIT.

           IF WS-SET-FAILURES = ZERO
               PERFORM P820000-RECEIPT-NOTICED THRU P820000-EXIT.

           IF QM-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-RETRY-EOF-SW.

       P620000-EXIT.
           EXIT.
       P640000-ESCALATE-ONE-ORDER SECTION.

           EXEC SQL
               FETCH QMODUCUR
                 INTO :QM-ORDER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO QM-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-OVERDUE-EOF-SW
               GO TO P640000-EXIT.

           PERFORM P280000-READ-THE-ORDER THRU P280000-EXIT.
           IF QM-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-OVERDUE-EOF-SW
               GO TO P640000-EXIT.

      *    THE BENEFITS SUPERVISOR TAKES IT OVER, DUE TODAY.
           MOVE SPACES           TO DIARY-COMM-AREA.
           MOVE 'A'              TO DY-FUNCTION-CODE.
           MOVE 'QMCSOSUP'       TO DY-OWNER-LOGON.
           MOVE QMO-CASE-NUM     TO DY-CASE-NUM.
           MOVE QMO-CASE-IDNTITY TO DY-IDNTITY.
           MOVE WS-TODAY         TO DY-DUE-DATE.
           MOVE 'QMC'            TO DY-REASON-CODE.
           MOVE 'CHILD SUPPORT ORDER PAST DETERMINATION'
                                 TO DY-DIARY-TEXT.
           MOVE 'QMCSOMNT'       TO DY-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR DY-RETURN-CODE NOT = '00'
               GO TO P640000-EXIT.

           EXEC SQL
               UPDATE QMCSO_ORDER
                  SET ESCALATED_DATE = CURRENT DATE
                WHERE ORDER_ID = :QMO-ORDER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE
               MOVE 'Y'  TO WS-OVERDUE-EOF-SW
               GO TO P640000-EXIT.

           ADD 1 TO QM-ORDERS-ESCALATED.

           MOVE QMO-ORDER-ID TO WS-EDIT-ORDER-ID.
           MOVE QMO-EMP-NUM  TO WS-EDIT-EMP-NUM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ORDER '               DELIMITED BY SIZE
                  WS-EDIT-ORDER-ID       DELIMITED BY SIZE
                  '  CASE '              DELIMITED BY SIZE
                  QMO-CASE-NUM           DELIMITED BY SIZE
                  '  EMP '               DELIMITED BY SIZE
                  WS-EDIT-EMP-NUM        DELIMITED BY SIZE
                  '  DUE '               DELIMITED BY SIZE
                  QMO-DETERMINE-DUE-DATE DELIMITED BY SIZE
                  '  UNDECIDED - ESCALATED' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P640000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> THE EMPLOYEE, RECIPIENT, AGENCY NOTICES'.
       P800000-SEND-THE-NOTICES SECTION.

      *----------------------------------------------------------------*
      *    EACH STAGE OF AN ORDER IS NOTICED TO THE EMPLOYEE ('EE'),   *
      *    THE ALTERNATE RECIPIENT AT THE ADDRESS ON THE ORDER ('AR')  *
      *    AND THE ISSUING AGENCY ('AG').  TEMPLATE QMCS + THE STAGE   *
      *    (R RECEIVED, Q QUALIFIED, N NOT QUALIFIED) + THE RECIPIENT. *
      *----------------------------------------------------------------*
           MOVE ZERO          TO WS-SET-FAILURES.
           MOVE WS-NOTICE-SET TO WS-TEMPLATE-SET.

           MOVE SPACES TO WS-RECIP-CITY-LINE.
           STRING QMO-ALT-RECIP-CITY  DELIMITED BY '  '
                  ' '                 DELIMITED BY SIZE
                  QMO-ALT-RECIP-STATE DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  QMO-ALT-RECIP-ZIP   DELIMITED BY SIZE
               INTO WS-RECIP-CITY-LINE
           END-STRING.

           MOVE SPACES                 TO CORRGEN-COMM-AREA.
           MOVE 'EE'                   TO WS-TEMPLATE-RECIPIENT.
           MOVE WS-EMP-NAME            TO CG-SUBST-VALUE (1).
           MOVE WS-CHILD-NAME          TO CG-SUBST-VALUE (2).
           MOVE QMO-ORDER-NUMBER       TO CG-SUBST-VALUE (3).
           MOVE QMO-ISSUING-AGENCY     TO CG-SUBST-VALUE (4).
           MOVE WS-NOTICE-DETAIL       TO CG-SUBST-VALUE (5).
           PERFORM P850000-SEND-ONE-NOTICE THRU P850000-EXIT.

           MOVE SPACES                 TO CORRGEN-COMM-AREA.
           MOVE 'AR'                   TO WS-TEMPLATE-RECIPIENT.
           MOVE QMO-ALT-RECIP-NAME     TO CG-SUBST-VALUE (1).
           MOVE QMO-ALT-RECIP-ADDR1    TO CG-SUBST-VALUE (2).
           MOVE QMO-ALT-RECIP-ADDR2    TO CG-SUBST-VALUE (3).
           MOVE WS-RECIP-CITY-LINE     TO CG-SUBST-VALUE (4).
           MOVE WS-CHILD-NAME          TO CG-SUBST-VALUE (5).
           PERFORM P850000-SEND-ONE-NOTICE THRU P850000-EXIT.

           MOVE SPACES                 TO CORRGEN-COMM-AREA.
           MOVE 'AG'                   TO WS-TEMPLATE-RECIPIENT.
           MOVE QMO-ISSUING-AGENCY     TO CG-SUBST-VALUE (1).
           MOVE QMO-ORDER-NUMBER       TO CG-SUBST-VALUE (2).
           MOVE WS-CHILD-NAME          TO CG-SUBST-VALUE (3).
           MOVE WS-EMP-NAME            TO CG-SUBST-VALUE (4).
           MOVE WS-NOTICE-DETAIL       TO CG-SUBST-VALUE (5).
           PERFORM P850000-SEND-ONE-NOTICE THRU P850000-EXIT.

       P800000-EXIT.
           EXIT.
       P820000-RECEIPT-NOTICED SECTION.

           EXEC SQL
               UPDATE QMCSO_ORDER
                  SET RECEIPT_NOTICE_DATE = CURRENT DATE
                WHERE ORDER_ID = :QMO-ORDER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO QM-RETURN-CODE.

       P820000-EXIT.
           EXIT.
       P840000-DIARY-UNSENT SECTION.

      *    A DETERMINATION NOTICE THAT DID NOT GO IS SENT BY HAND.
           MOVE SPACES           TO DIARY-COMM-AREA.
           MOVE 'A'              TO DY-FUNCTION-CODE.
           MOVE 'QMCSODSK'       TO DY-OWNER-LOGON.
           MOVE QMO-CASE-NUM     TO DY-CASE-NUM.
           MOVE QMO-CASE-IDNTITY TO DY-IDNTITY.
           MOVE WS-TODAY         TO DY-DUE-DATE.
           MOVE 'QMC'            TO DY-REASON-CODE.
           MOVE 'CHILD SUPPORT ORDER NOTICE NOT SENT'
                                 TO DY-DIARY-TEXT.
           MOVE QM-OPERATOR-LOGON TO DY-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P840000-EXIT.
           EXIT.
       P850000-SEND-ONE-NOTICE SECTION.

           MOVE 'G'              TO CG-FUNCTION-CODE.
           MOVE WS-TEMPLATE-ID   TO CG-TEMPLATE-ID.
           MOVE QMO-CASE-IDNTITY TO CG-IDNTITY.
           MOVE QMO-CASE-NUM     TO CG-CASE-NUM.
           MOVE 'QMCSOMNT'       TO CG-OPERATOR-LOGON.
           MOVE 'QMCSOMNT'       TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND CG-RETURN-CODE = '00'
               ADD 1 TO QM-NOTICES-SENT
           ELSE
               ADD 1 TO QM-NOTICES-FAILED
               ADD 1 TO WS-SET-FAILURES.

       P850000-EXIT.
           EXIT.
           TITLE 'QMCSOMNT --> WRITE ONE LINE TO QMCS'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('QMCS')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
