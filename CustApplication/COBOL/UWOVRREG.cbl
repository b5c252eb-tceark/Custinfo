       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UWOVRREG.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: UWOVRREG                                       *
      *  PROGRAM TEXT:  UNDERWRITING OVERRIDE REGISTER WITH AUTHORITY   *
      *                 LIMITS.  CASE_MASTER'S UW_OR_IND/UW_OR_DATE     *
      *                 AND CATMASTER'S CAT_OVERRIDE_FLAG SAY AN        *
      *                 OVERRIDE HAPPENED BUT NOT WHO MADE IT, WHAT     *
      *                 RULE IT SET ASIDE, OR WHETHER THEY HAD THE      *
      *                 AUTHORITY.  'R' RECORDS AN OVERRIDE ON          *
      *                 UW_OVERRIDE_REG WITH THE RULE, UNDERWRITER,     *
      *                 DOLLAR AND LIFE EXPOSURE AND THE CASE'S ITD     *
      *                 PREMIUM AND CLAIMS AT THE TIME.  THE            *
      *                 UNDERWRITER'S LEVEL ('UW-LEVEL', RULE_ENTITY =  *
      *                 LOGON) AND THAT LEVEL'S LIMITS                  *
      *                 ('AUTH-LIMIT-AMT' / 'AUTH-LIMIT-LIV',           *
      *                 RULE_ENTITY = LEVEL) COME OFF PROGRAM_RULES.    *
      *                 INSIDE BOTH LIMITS THE OVERRIDE STANDS AND      *
      *                 UW_OR_IND IS SET; OVER EITHER IT WAITS AND A    *
      *                 DIARY GOES TO THE UNDERWRITING DESK.  'A' IS    *
      *                 THE SECOND APPROVER - A DIFFERENT LOGON,        *
      *                 HOLDING THE 'UWOVRREG' SECCHECK RESOURCE, WHOSE *
      *                 OWN LIMITS COVER THE EXPOSURE; 'D' REJECTS.     *
      *                 'Q' IS THE QUARTERLY REPORT FOR THE             *
      *                 REINSURANCE AUDITORS: OVERRIDES BY UNDERWRITER  *
      *                 WITH EACH CASE'S LOSS RATIO SINCE THE OVERRIDE  *
      *                 AND ITS LOSSRPT ITD RATIO, TO THE UWOR TDQ.     *
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

       01  WS-REPORT-EOF-SW             PIC X     VALUE 'N'.
           88  REPORT-CURSOR-EOF        VALUE 'Y'.
       01  WS-LEVEL-FOUND-SW            PIC X     VALUE 'N'.
           88  LEVEL-FOUND              VALUE 'Y'.

       01  WS-LIMIT-LOGON               PIC X(10) VALUE SPACES.
       01  WS-LIMIT-LEVEL               PIC X(10) VALUE SPACES.
       01  WS-LIMIT-AMT                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-LIMIT-LIVES               PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-RULE-DIGITS-9             PIC 9(9)  VALUE ZERO.
       01  WS-RULE-DIGITS-7             PIC 9(7)  VALUE ZERO.
       01  WS-EXPOSURE-LIVES            PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-PREM-ITD                  PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-CLAIMS-ITD                PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-AUDIT-TIMESTAMP           PIC X(26) VALUE SPACES.
       01  WS-TODAY                     PIC X(10) VALUE SPACES.

       01  WS-QUARTER-START             PIC X(10) VALUE SPACES.
       01  WS-QUARTER-END               PIC X(10) VALUE SPACES.
       01  WS-PREV-UW-LOGON             PIC X(8)  VALUE SPACES.
       01  WS-UW-COUNT                  PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-UW-EXPOSURE               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-UW-PREM-SINCE             PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-UW-CLAIMS-SINCE           PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-PREM-SINCE                PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-CLAIMS-SINCE              PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-RATIO-SINCE               PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-RATIO-ITD                 PIC S9(5)V99 COMP-3 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-ID                   PIC 9(9)  VALUE ZERO.
       01  WS-EDIT-EXPOSURE             PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-EDIT-TOT-EXPOSURE         PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-EDIT-LIVES                PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-RATIO-SINCE          PIC ZZZZ9.99 VALUE ZERO.
       01  WS-EDIT-RATIO-ITD            PIC ZZZZ9.99 VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZ9 VALUE ZERO.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  DIARY-COMM-AREA.
           COPY DIARYMNC.

           COPY PROGRULE.
           COPY UWOVRTAB.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    OVERRIDES IN FORCE THAT WERE MADE IN THE QUARTER, WITH      *
      *    THE CASE'S ITD FIGURES NOW SO THE RATIO SINCE THE           *
      *    OVERRIDE CAN BE TAKEN AGAINST THE SNAPSHOT ON THE ROW.      *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE UWORCUR CURSOR FOR
               SELECT R.OVERRIDE_ID,
                      R.CASE_NUM,
                      R.RULE_OVERRIDDEN,
                      R.UW_LOGON,
                      R.EXPOSURE_AMT,
                      R.EXPOSURE_LIVES,
                      R.OVR_STATUS,
                      R.APPROVER_LOGON,
                      R.PREM_ITD_AT_OVR,
                      R.CLAIMS_ITD_AT_OVR,
                      M.PREM_COLLECTED_ITD,
                      M.CLAIMS_PAID_ITD
                 FROM UW_OVERRIDE_REG R, CASE_MASTER M
                WHERE M.CASE_NUM       = R.CASE_NUM
                  AND R.OVR_STATUS    IN ('A', 'S')
                  AND R.OVERRIDE_DATE BETWEEN DATE(:WS-QUARTER-START)
                                          AND DATE(:WS-QUARTER-END)
                ORDER BY R.UW_LOGON, R.CASE_NUM, R.OVERRIDE_ID
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'UWOVRREG --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY UWOVRRGC.
           TITLE 'UWOVRREG --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO UO-RETURN-CODE.
           MOVE ZERO TO UO-OVERRIDES-LISTED.

           EVALUATE UO-FUNCTION-CODE
               WHEN 'R'
                   PERFORM P200000-RECORD-AN-OVERRIDE THRU P200000-EXIT
               WHEN 'A'
                   PERFORM P400000-SECOND-APPROVAL THRU P400000-EXIT
               WHEN 'D'
                   PERFORM P500000-REJECT-OVERRIDE THRU P500000-EXIT
               WHEN 'Q'
                   PERFORM P600000-QUARTERLY-REPORT THRU P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO UO-RETURN-CODE
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
           TITLE 'UWOVRREG --> RECORD ONE OVERRIDE'.
       P200000-RECORD-AN-OVERRIDE SECTION.

           IF UO-CASE-NUM = SPACES
               OR UO-RULE-OVERRIDDEN = SPACES
               OR UO-OPERATOR-LOGON = SPACES
               OR UO-EXPOSURE-AMT < ZERO
               MOVE '04' TO UO-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               SELECT CASENAME#IDNTITY,
                      PREM_COLLECTED_ITD,
                      CLAIMS_PAID_ITD,
                      CHAR(CURRENT DATE, ISO)
                 INTO :WS-CASE-IDNTITY,
                      :WS-PREM-ITD,
                      :WS-CLAIMS-ITD,
                      :WS-TODAY
                 FROM CASE_MASTER
                WHERE CASE_NUM = :UO-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO UO-RETURN-CODE
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO UO-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE UO-OPERATOR-LOGON TO WS-LIMIT-LOGON.
           PERFORM P250000-AUTHORITY-FOR-LOGON THRU P250000-EXIT.

           IF UO-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           MOVE WS-LIMIT-LEVEL (1:2) TO UO-UW-LEVEL.
           MOVE WS-LIMIT-AMT         TO UO-LIMIT-AMT.
           MOVE WS-LIMIT-LIVES       TO UO-LIMIT-LIVES.
           MOVE UO-EXPOSURE-LIVES    TO WS-EXPOSURE-LIVES.

      *----------------------------------------------------------------*
      *    INSIDE BOTH LIMITS THE OVERRIDE STANDS ON THE               *
      *    UNDERWRITER'S OWN AUTHORITY; OVER EITHER ONE IT WAITS       *
      *    FOR A SECOND APPROVER.                                      *
      *----------------------------------------------------------------*
           IF UO-EXPOSURE-AMT NOT > WS-LIMIT-AMT
               AND WS-EXPOSURE-LIVES NOT > WS-LIMIT-LIVES
               MOVE 'A' TO UOR-OVR-STATUS
           ELSE
               MOVE 'P' TO UOR-OVR-STATUS.

           EXEC SQL
               SELECT NEXT VALUE FOR UW_OVERRIDE_REG_SEQ
                 INTO :UOR-OVERRIDE-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO UO-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               INSERT INTO UW_OVERRIDE_REG
                      ( OVERRIDE_ID,
                        CASE_NUM,
                        RULE_OVERRIDDEN,
                        OVERRIDE_REASON,
                        UW_LOGON,
                        UW_LEVEL,
                        EXPOSURE_AMT,
                        EXPOSURE_LIVES,
                        LIMIT_AMT,
                        LIMIT_LIVES,
                        OVR_STATUS,
                        OVERRIDE_DATE,
                        OVERRIDE_TIMESTAMP,
                        APPROVER_LOGON,
                        APPROVE_TIMESTAMP,
                        PREM_ITD_AT_OVR,
                        CLAIMS_ITD_AT_OVR )
               VALUES ( :UOR-OVERRIDE-ID,
                        :UO-CASE-NUM,
                        :UO-RULE-OVERRIDDEN,
                        :UO-OVERRIDE-REASON,
                        :UO-OPERATOR-LOGON,
                        :UO-UW-LEVEL,
                        :UO-EXPOSURE-AMT,
                        :WS-EXPOSURE-LIVES,
                        :WS-LIMIT-AMT,
                        :WS-LIMIT-LIVES,
                        :UOR-OVR-STATUS,
                        CURRENT DATE,
                        CURRENT TIMESTAMP,
                        ' ',
                        NULL,
                        :WS-PREM-ITD,
                        :WS-CLAIMS-ITD )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO UO-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE UOR-OVERRIDE-ID TO UO-OVERRIDE-ID.

           IF UOR-OVR-STATUS = 'A'
               PERFORM P300000-SET-CASE-OVERRIDE THRU P300000-EXIT
               GO TO P200000-EXIT.

           MOVE '05' TO UO-RETURN-CODE.

      *    THE SECOND APPROVER WORKS IT FROM THE DESK BASKET.
           MOVE SPACES            TO DIARY-COMM-AREA.
           MOVE 'A'               TO DY-FUNCTION-CODE.
           MOVE 'UWDESK  '        TO DY-OWNER-LOGON.
           MOVE UO-CASE-NUM       TO DY-CASE-NUM.
           MOVE WS-CASE-IDNTITY   TO DY-IDNTITY.
           MOVE WS-TODAY          TO DY-DUE-DATE.
           MOVE 'UWO'             TO DY-REASON-CODE.
           MOVE 'UW OVERRIDE OVER AUTHORITY - APPROVE'
                                  TO DY-DIARY-TEXT.
           MOVE UO-OPERATOR-LOGON TO DY-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'UWOVRREG --> LEVEL AND LIMITS FOR ONE LOGON'.
       P250000-AUTHORITY-FOR-LOGON SECTION.

           MOVE 'N'    TO WS-LEVEL-FOUND-SW.
           MOVE SPACES TO WS-LIMIT-LEVEL.
           MOVE ZERO   TO WS-LIMIT-AMT WS-LIMIT-LIVES.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'UWOVRREG'
                  AND RULE        = 'UW-LEVEL'
                  AND RULE_ENTITY = :WS-LIMIT-LOGON
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:2) NOT = SPACES
               MOVE 'Y' TO WS-LEVEL-FOUND-SW
               MOVE PR-RULE-VALUE (1:2) TO WS-LIMIT-LEVEL
           END-IF.

           IF NOT LEVEL-FOUND
               MOVE '06' TO UO-RETURN-CODE
               GO TO P250000-EXIT.

      *----------------------------------------------------------------*
      *    LIMITS ARE PER LEVEL: DOLLARS AS NINE WHOLE DIGITS, LIVES   *
      *    AS SEVEN.  A LEVEL WITH NO LIMIT ROW HAS NO AUTHORITY -      *
      *    EVERYTHING IT OVERRIDES GOES TO A SECOND APPROVER.          *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'UWOVRREG'
                  AND RULE        = 'AUTH-LIMIT-AMT'
                  AND RULE_ENTITY = :WS-LIMIT-LEVEL
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:9) IS NUMERIC
               MOVE PR-RULE-VALUE (1:9) TO WS-RULE-DIGITS-9
               MOVE WS-RULE-DIGITS-9    TO WS-LIMIT-AMT
           END-IF.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'UWOVRREG'
                  AND RULE        = 'AUTH-LIMIT-LIV'
                  AND RULE_ENTITY = :WS-LIMIT-LEVEL
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:7) IS NUMERIC
               MOVE PR-RULE-VALUE (1:7) TO WS-RULE-DIGITS-7
               MOVE WS-RULE-DIGITS-7    TO WS-LIMIT-LIVES
           END-IF.

       P250000-EXIT.
           EXIT.
           TITLE 'UWOVRREG --> MARK THE CASE OVERRIDDEN'.
       P300000-SET-CASE-OVERRIDE SECTION.

           EXEC SQL
               UPDATE CASE_MASTER
                  SET UW_OR_IND  = 'Y',
                      UW_OR_DATE = CURRENT DATE
                WHERE CASE_NUM = :UO-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO UO-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'UWOVRREG --> SECOND APPROVER APPROVES'.
       P400000-SECOND-APPROVAL SECTION.

           EXEC SQL
               SELECT CASE_NUM,
                      UW_LOGON,
                      EXPOSURE_AMT,
                      EXPOSURE_LIVES
                 INTO :UO-CASE-NUM,
                      :UOR-UW-LOGON,
                      :UOR-EXPOSURE-AMT,
                      :UOR-EXPOSURE-LIVES
                 FROM UW_OVERRIDE_REG
                WHERE OVERRIDE_ID = :UO-OVERRIDE-ID
                  AND OVR_STATUS  = 'P'
           END-EXEC.

           IF SQLCODE = +100
               MOVE '03' TO UO-RETURN-CODE
               GO TO P400000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO UO-RETURN-CODE
               GO TO P400000-EXIT.

           IF UO-OPERATOR-LOGON = UOR-UW-LOGON
               MOVE '07' TO UO-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'UWOVRREG' TO SEC-RESOURCE-NAME.
           MOVE 'I'        TO SEC-FUNCTION-CODE.
           MOVE 'Y'        TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR SEC-RETURN-CODE NOT = 'A'
               MOVE '08' TO UO-RETURN-CODE
               GO TO P400000-EXIT.

      *    THE APPROVER'S OWN LIMITS MUST COVER THE EXPOSURE.
           MOVE UO-OPERATOR-LOGON TO WS-LIMIT-LOGON.
           PERFORM P250000-AUTHORITY-FOR-LOGON THRU P250000-EXIT.

           IF UO-RETURN-CODE NOT = '00'
               MOVE '08' TO UO-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE WS-LIMIT-LEVEL (1:2) TO UO-UW-LEVEL.
           MOVE WS-LIMIT-AMT         TO UO-LIMIT-AMT.
           MOVE WS-LIMIT-LIVES       TO UO-LIMIT-LIVES.

           IF UOR-EXPOSURE-AMT > WS-LIMIT-AMT
               OR UOR-EXPOSURE-LIVES > WS-LIMIT-LIVES
               MOVE '08' TO UO-RETURN-CODE
               GO TO P400000-EXIT.

           EXEC SQL
               UPDATE UW_OVERRIDE_REG
                  SET OVR_STATUS        = 'S',
                      APPROVER_LOGON    = :UO-OPERATOR-LOGON,
                      APPROVE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE OVERRIDE_ID = :UO-OVERRIDE-ID
                  AND OVR_STATUS  = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO UO-RETURN-CODE
               GO TO P400000-EXIT.

           PERFORM P300000-SET-CASE-OVERRIDE THRU P300000-EXIT.

           IF UO-RETURN-CODE NOT = '00'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P400000-EXIT.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-AUDIT-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    BOTH LOGONS ON THE AUDIT ROW: THE APPROVER'S INITIALS,
      *    THE UNDERWRITER IN BROKERNUM.
           EXEC SQL
               INSERT INTO AUDIT_COMM
                      (AUDIT_TIMESTAMP, INITIALS, AUDIT_CODE,
                       UNIQUENUM, BROKERNUM)
               VALUES (:WS-AUDIT-TIMESTAMP, :UO-OPERATOR-INITIALS,
                       'UO', :UO-CASE-NUM, :UOR-UW-LOGON)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO UO-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

       P400000-EXIT.
           EXIT.
           TITLE 'UWOVRREG --> SECOND APPROVER REJECTS'.
       P500000-REJECT-OVERRIDE SECTION.

           EXEC SQL
               UPDATE UW_OVERRIDE_REG
                  SET OVR_STATUS        = 'R',
                      APPROVER_LOGON    = :UO-OPERATOR-LOGON,
                      APPROVE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE OVERRIDE_ID = :UO-OVERRIDE-ID
                  AND OVR_STATUS  = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO UO-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO UO-RETURN-CODE
           END-EVALUATE.

       P500000-EXIT.
           EXIT.
           TITLE 'UWOVRREG --> QUARTERLY OVERRIDE REPORT'.
       P600000-QUARTERLY-REPORT SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'UWOVRREG' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO UO-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *    NO START GIVEN MEANS THE CALENDAR QUARTER JUST ENDED.       *
      *----------------------------------------------------------------*
           IF UO-QUARTER-START = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE - 3 MONTHS
                               - (DAY(CURRENT DATE - 3 MONTHS) - 1) DAYS
                               - MOD(MONTH(CURRENT DATE - 3 MONTHS) - 1,
                                     3) MONTHS, ISO)
                     INTO :WS-QUARTER-START
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE UO-QUARTER-START TO WS-QUARTER-START.

           EXEC SQL
               SELECT CHAR(DATE(:WS-QUARTER-START) + 3 MONTHS
                           - 1 DAY, ISO)
                 INTO :WS-QUARTER-END
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO UO-RETURN-CODE
               GO TO P600000-LOG-END.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UNDERWRITING OVERRIDES '  DELIMITED BY SIZE
                  WS-QUARTER-START           DELIMITED BY SIZE
                  ' THRU '                   DELIMITED BY SIZE
                  WS-QUARTER-END             DELIMITED BY SIZE
                  ' - LOSS RATIO SINCE OVERRIDE / ITD'
                                             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

           EXEC SQL
               OPEN UWORCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO UO-RETURN-CODE
               GO TO P600000-LOG-END.

           MOVE 'N'    TO WS-REPORT-EOF-SW.
           MOVE SPACES TO WS-PREV-UW-LOGON.

           PERFORM P650000-REPORT-ONE-OVERRIDE THRU P650000-EXIT
               UNTIL REPORT-CURSOR-EOF.

           EXEC SQL
               CLOSE UWORCUR
           END-EXEC.

           IF WS-PREV-UW-LOGON NOT = SPACES
               PERFORM P700000-UNDERWRITER-TOTAL THRU P700000-EXIT.

           IF UO-OVERRIDES-LISTED = ZERO AND UO-RETURN-CODE = '00'
               MOVE '02' TO UO-RETURN-CODE.

       P600000-LOG-END.

           MOVE 'E'        TO RL-FUNCTION-CODE.
           MOVE 'UWOVRREG' TO RL-PROGRAM-NAME.
           MOVE UO-OVERRIDES-LISTED TO RL-RECORD-COUNT.
           MOVE UO-RETURN-CODE      TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P600000-EXIT.
           EXIT.
           TITLE 'UWOVRREG --> ONE OVERRIDE LINE'.
       P650000-REPORT-ONE-OVERRIDE SECTION.

           EXEC SQL
               FETCH UWORCUR
                 INTO :UOR-OVERRIDE-ID,
                      :UOR-CASE-NUM,
                      :UOR-RULE-OVERRIDDEN,
                      :UOR-UW-LOGON,
                      :UOR-EXPOSURE-AMT,
                      :UOR-EXPOSURE-LIVES,
                      :UOR-OVR-STATUS,
                      :UOR-APPROVER-LOGON,
                      :UOR-PREM-ITD-AT-OVR,
                      :UOR-CLAIMS-ITD-AT-OVR,
                      :WS-PREM-ITD,
                      :WS-CLAIMS-ITD
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO UO-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-REPORT-EOF-SW
               GO TO P650000-EXIT.

           IF UOR-UW-LOGON NOT = WS-PREV-UW-LOGON
               IF WS-PREV-UW-LOGON NOT = SPACES
                   PERFORM P700000-UNDERWRITER-TOTAL THRU P700000-EXIT
               END-IF
               MOVE UOR-UW-LOGON TO WS-PREV-UW-LOGON
               MOVE ZERO TO WS-UW-COUNT WS-UW-EXPOSURE
                            WS-UW-PREM-SINCE WS-UW-CLAIMS-SINCE
           END-IF.

           ADD 1 TO UO-OVERRIDES-LISTED.

      *----------------------------------------------------------------*
      *    RATIO SINCE THE OVERRIDE FROM THE ITD SNAPSHOT ON THE ROW;  *
      *    THE ITD RATIO IS THE SAME FIGURE LOSSRPT PRINTS.            *
      *----------------------------------------------------------------*
           COMPUTE WS-PREM-SINCE   = WS-PREM-ITD - UOR-PREM-ITD-AT-OVR.
           COMPUTE WS-CLAIMS-SINCE =
               WS-CLAIMS-ITD - UOR-CLAIMS-ITD-AT-OVR.

           IF WS-PREM-SINCE > ZERO
               COMPUTE WS-RATIO-SINCE ROUNDED =
                   WS-CLAIMS-SINCE * 100 / WS-PREM-SINCE
           ELSE
               MOVE ZERO TO WS-RATIO-SINCE.

           IF WS-PREM-ITD > ZERO
               COMPUTE WS-RATIO-ITD ROUNDED =
                   WS-CLAIMS-ITD * 100 / WS-PREM-ITD
           ELSE
               MOVE ZERO TO WS-RATIO-ITD.

           ADD 1                TO WS-UW-COUNT.
           ADD UOR-EXPOSURE-AMT TO WS-UW-EXPOSURE.
           ADD WS-PREM-SINCE    TO WS-UW-PREM-SINCE.
           ADD WS-CLAIMS-SINCE  TO WS-UW-CLAIMS-SINCE.

           MOVE UOR-EXPOSURE-AMT   TO WS-EDIT-EXPOSURE.
           MOVE UOR-EXPOSURE-LIVES TO WS-EDIT-LIVES.
           MOVE WS-RATIO-SINCE     TO WS-EDIT-RATIO-SINCE.
           MOVE WS-RATIO-ITD       TO WS-EDIT-RATIO-ITD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING UOR-UW-LOGON        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  UOR-CASE-NUM        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  UOR-RULE-OVERRIDDEN DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-EDIT-EXPOSURE    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-EDIT-LIVES       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  UOR-OVR-STATUS      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  UOR-APPROVER-LOGON  DELIMITED BY SIZE
                  WS-EDIT-RATIO-SINCE DELIMITED BY SIZE
                  WS-EDIT-RATIO-ITD   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

       P650000-EXIT.
           EXIT.
           TITLE 'UWOVRREG --> ONE UNDERWRITER SUBTOTAL'.
       P700000-UNDERWRITER-TOTAL SECTION.

           IF WS-UW-PREM-SINCE > ZERO
               COMPUTE WS-RATIO-SINCE ROUNDED =
                   WS-UW-CLAIMS-SINCE * 100 / WS-UW-PREM-SINCE
           ELSE
               MOVE ZERO TO WS-RATIO-SINCE.

           MOVE WS-UW-COUNT    TO WS-EDIT-COUNT.
           MOVE WS-UW-EXPOSURE TO WS-EDIT-TOT-EXPOSURE.
           MOVE WS-RATIO-SINCE TO WS-EDIT-RATIO-SINCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TOTAL '           DELIMITED BY SIZE
                  WS-PREV-UW-LOGON     DELIMITED BY SIZE
                  ' OVERRIDES '        DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
                  ' EXPOSURE '         DELIMITED BY SIZE
                  WS-EDIT-TOT-EXPOSURE DELIMITED BY SIZE
                  ' RATIO SINCE '      DELIMITED BY SIZE
                  WS-EDIT-RATIO-SINCE  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

       P700000-EXIT.
           EXIT.
           TITLE 'UWOVRREG --> WRITE ONE LINE TO THE UWOR TDQ'.
       P800000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('UWOR')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P800000-EXIT.
           EXIT.
