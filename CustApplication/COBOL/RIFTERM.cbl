       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RIFTERM.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: RIFTERM                                        *
      *  PROGRAM TEXT:  REDUCTION-IN-FORCE MASS TERMINATION.  A LAYOFF  *
      *                 OF EIGHTY PEOPLE MEANT EIGHTY TERMS KEYED ON    *
      *                 NA340A, EIGHTY COBRA EVENTS OPENED IN CONTMNT   *
      *                 AND EIGHTY LIFE CONVERSION NOTICES TRIGGERED IN *
      *                 LIFECONV, ONE AT A TIME.  THE LAYOFF LIST SITS  *
      *                 ON RIF_STAGE, LOADED FROM THE EMPLOYER'S FILE   *
      *                 (GATED BY FILECTL) OR BUILT ON SCREEN WITH 'S'  *
      *                 AND 'D'.  FUNCTION 'V' VALIDATES THE WHOLE LIST *
      *                 AGAINST ONE TERM DATE AND TERM CODE AND WRITES  *
      *                 EVERY REJECT TO THE RIFX TDQ.  FUNCTION 'T'     *
      *                 RUNS THE SAME VALIDATION AND TERMS NOBODY       *
      *                 UNLESS THE WHOLE LIST PASSES.  IT THEN TERMS    *
      *                 EVERY EMPLOYEE WITH THEIR COVERAGE, DEPENDENT   *
      *                 AND BENEFICIARY ROWS AS ONE BATCH WITH A        *
      *                 SYNCPOINT EVERY FIFTY EMPLOYEES, OPENING THE    *
      *                 COBRA EVENT, THE RETRO CREDIT AND THE ID CARD   *
      *                 TERM FOR EACH.  ONE LIFECONV SCAN SENDS THE     *
      *                 CONVERSION NOTICES, THE NEXT CHANGE-ONLY EDI834 *
      *                 RUN SENDS THE 834 TERMS, AND ONE CONFIRMATION   *
      *                 REPORT FOR THE EMPLOYER GOES TO THE RIFC TDQ.   *
      *                 A RERUN RESUMES FROM THE ROWS STILL PENDING.    *
      *                 GATED BY THE 'RIFTERM' SECCHECK RESOURCE.       *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-CHECKPOINT-SIZE          PIC S9(4) COMP VALUE +50.

       01  WS-UNIT-COUNT                PIC S9(4) COMP VALUE ZERO.

       01  WS-LIST-EOF-SW               PIC X     VALUE 'N'.
           88  LIST-EOF                 VALUE 'Y'.

       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-EMP-ACTIVE-IND            PIC X(1)  VALUE SPACE.
       01  WS-EMP-EFF-DATE              PIC X(10) VALUE SPACES.
       01  WS-EMP-LAST-NAME             PIC X(20) VALUE SPACES.
       01  WS-EMP-FIRST-NAME            PIC X(15) VALUE SPACES.
       01  WS-CHECK-DATE                PIC X(10) VALUE SPACES.
       01  WS-REJECT-REASON             PIC X(20) VALUE SPACES.
       01  WS-ROW-COUNT                 PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-NEXT-SEQ                  PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CONFIRM-COUNT             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CONV-IND                  PIC X(1)  VALUE SPACE.
       01  WS-CARD-IND                  PIC X(1)  VALUE SPACE.
       01  WS-AUDIT-TIMESTAMP           PIC X(26) VALUE SPACES.

       01  WS-GATE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-GATE-DATE-IND             PIC S9(4) COMP VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-SEQ                  PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZ9 VALUE ZERO.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  FILECTL-COMM-AREA.
           COPY FILECTLC.

       01  CONTMNT-COMM-AREA.
           COPY CONTMNTC.

       01  RETROADJ-COMM-AREA.
           COPY RETROADC.

       01  HCARD-COMM-AREA.
           COPY HCARDC.

       01  LIFECONV-COMM-AREA.
           COPY LIFECNVC.

           COPY RIFSTG.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE RIFVCUR CURSOR FOR
               SELECT STAGE_SEQ_NUM,
                      EMP_NUM
                 FROM RIF_STAGE
                WHERE CASE_NUM       = :RT-CASE-NUM
                  AND PROCESS_STATUS = 'P'
                ORDER BY STAGE_SEQ_NUM
           END-EXEC.

      *    WITH HOLD SO THE EVERY-FIFTY-EMPLOYEES CHECKPOINT SYNCPOINT
      *    DOES NOT CLOSE THE DRIVING CURSOR - THE SAME RULE THE
      *    SITEXFER AND RQ09999 CURSORS FOLLOW.
           EXEC SQL DECLARE RIFTCUR CURSOR WITH HOLD FOR
               SELECT STAGE_SEQ_NUM,
                      EMP_NUM
                 FROM RIF_STAGE
                WHERE CASE_NUM       = :RT-CASE-NUM
                  AND PROCESS_STATUS = 'P'
                ORDER BY STAGE_SEQ_NUM
           END-EXEC.

           EXEC SQL DECLARE RIFCCUR CURSOR FOR
               SELECT R.EMP_NUM,
                      E.LAST_NAME,
                      E.FIRST_NAME,
                      CHAR(R.TERM_DATE, ISO),
                      R.COBRA_IND,
                      CASE WHEN EXISTS
                                (SELECT 1
                                   FROM LIFE_CONVERSION L
                                  WHERE L.CASE_NUM  = R.CASE_NUM
                                    AND L.EMP_NUM   = R.EMP_NUM
                                    AND L.TERM_DATE = R.TERM_DATE)
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN E.HCARD_TERM_DATE IS NULL
                           THEN 'N' ELSE 'Y' END
                 FROM RIF_STAGE R, EMPLOYEE E
                WHERE E.CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND E.UNIQUE-NUM       = R.CASE_NUM
                  AND E.EMP_NUM          = R.EMP_NUM
                  AND R.CASE_NUM         = :RT-CASE-NUM
                  AND R.PROCESS_STATUS   = 'T'
                ORDER BY R.STAGE_SEQ_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'RIFTERM --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY RIFTERMC.
           TITLE 'RIFTERM --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'RIFTERM ' TO RL-PROGRAM-NAME.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           MOVE '00' TO RT-RETURN-CODE.
           MOVE ZERO TO RT-ROWS-LISTED RT-ROWS-REJECTED RT-ROWS-TERMED
                        RT-COBRA-EVENTS RT-CONV-NOTICES RT-CARDS-TERMED.

           IF RT-FUNCTION-CODE NOT = 'S' AND 'D' AND 'V' AND 'T'
               MOVE '01' TO RT-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P100000-CHECK-SECURITY THRU P100000-EXIT.

           IF RT-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P150000-FIND-THE-CASE THRU P150000-EXIT.

           IF RT-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           EVALUATE RT-FUNCTION-CODE
               WHEN 'S'
                   PERFORM P200000-STAGE-ONE-EMPLOYEE THRU P200000-EXIT
               WHEN 'D'
                   PERFORM P250000-DROP-ONE-EMPLOYEE THRU P250000-EXIT
               WHEN OTHER
                   PERFORM P300000-VALIDATE-THE-LIST THRU P300000-EXIT
           END-EVALUATE.

           IF RT-FUNCTION-CODE NOT = 'T'
               OR RT-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

      *----------------------------------------------------------------*
      *    THE WHOLE LIST PASSED - TERM IT.  A RERUN AFTER AN ERROR    *
      *    MAY FIND NOTHING LEFT PENDING BUT TERMED ROWS STILL OWED    *
      *    THEIR CONVERSION NOTICES AND CONFIRMATION.                  *
      *----------------------------------------------------------------*
           IF RT-ROWS-LISTED > ZERO
               PERFORM P400000-TERM-THE-LIST THRU P400000-EXIT.

           IF RT-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P500000-SEND-CONVERSIONS THRU P500000-EXIT.

           IF RT-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P600000-CONFIRM-THE-LIST THRU P600000-EXIT.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - THE CHECKPOINTED
      *    TERMS STAND AND THE RERUN RESUMES FROM THE LAST GOOD UNIT.
           IF RT-RETURN-CODE = '12'
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE.
           MOVE 'RIFTERM ' TO RL-PROGRAM-NAME.
           MOVE RT-ROWS-TERMED TO RL-RECORD-COUNT.
           MOVE RT-RETURN-CODE TO RL-PROGRAM-RC.
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
           TITLE 'RIFTERM --> OPERATOR MUST HOLD RIFTERM'.
       P100000-CHECK-SECURITY SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'RIFTERM'  TO SEC-RESOURCE-NAME.
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
               MOVE '03' TO RT-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> THE CASE MUST BE ON FILE'.
       P150000-FIND-THE-CASE SECTION.

           MOVE SPACES TO WS-CASE-IDNTITY.

           EXEC SQL
               SELECT CASENAME#IDNTITY
                 INTO :WS-CASE-IDNTITY
                 FROM CASE_MASTER
                WHERE CASE_NUM = :RT-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '02' TO RT-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> ADD ONE EMPLOYEE SELECTED ON SCREEN'.
       P200000-STAGE-ONE-EMPLOYEE SECTION.

           EXEC SQL
               SELECT ACTIVE_IND
                 INTO :WS-EMP-ACTIVE-IND
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :RT-CASE-NUM
                  AND EMP_NUM          = :RT-EMP-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO RT-RETURN-CODE
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM RIF_STAGE
                WHERE CASE_NUM       = :RT-CASE-NUM
                  AND EMP_NUM        = :RT-EMP-NUM
                  AND PROCESS_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-ROW-COUNT > ZERO
               MOVE '05' TO RT-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               SELECT VALUE(MAX(STAGE_SEQ_NUM), 0) + 1
                 INTO :WS-NEXT-SEQ
                 FROM RIF_STAGE
                WHERE CASE_NUM = :RT-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               INSERT INTO RIF_STAGE
                      ( CASE_NUM,
                        STAGE_SEQ_NUM,
                        EMP_NUM,
                        STAGE_SOURCE,
                        PROCESS_STATUS,
                        TERM_DATE,
                        TERM_CODE,
                        COBRA_IND,
                        STAGE_LOGON,
                        STAGE_TIMESTAMP,
                        PROCESS_TIMESTAMP )
               VALUES ( :RT-CASE-NUM,
                        :WS-NEXT-SEQ,
                        :RT-EMP-NUM,
                        'S',
                        'P',
                        NULL,
                        ' ',
                        'N',
                        :RT-OPERATOR-LOGON,
                        CURRENT TIMESTAMP,
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 1 TO RT-ROWS-LISTED.

       P200000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> TAKE ONE PENDING EMPLOYEE OFF THE LIST'.
       P250000-DROP-ONE-EMPLOYEE SECTION.

           EXEC SQL
               DELETE FROM RIF_STAGE
                WHERE CASE_NUM       = :RT-CASE-NUM
                  AND EMP_NUM        = :RT-EMP-NUM
                  AND PROCESS_STATUS = 'P'
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO RT-RETURN-CODE
               GO TO P250000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE.

       P250000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> VALIDATE THE WHOLE LIST FIRST'.
       P300000-VALIDATE-THE-LIST SECTION.

           IF RT-TERM-CODE = SPACE
               OR RT-TERM-DATE = SPACES
               MOVE '06' TO RT-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               SELECT CHAR(DATE(:RT-TERM-DATE), ISO)
                 INTO :WS-CHECK-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '06' TO RT-RETURN-CODE
               GO TO P300000-EXIT.

      *----------------------------------------------------------------*
      *    A LIST THAT CAME IN ON THE EMPLOYER'S FILE GOES THROUGH THE *
      *    COMMON FILECTL GATE FIRST, THE WAY CENSLOAD GATES THE       *
      *    CENSUS - NOBODY IS TERMED OFF HALF A FILE.                  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM RIF_STAGE
                WHERE CASE_NUM       = :RT-CASE-NUM
                  AND PROCESS_STATUS = 'P'
                  AND STAGE_SOURCE   = 'F'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               GO TO P300000-EXIT.

           IF WS-ROW-COUNT > ZERO
               PERFORM P320000-CHECK-THE-FILE-GATE THRU P320000-EXIT
               IF RT-RETURN-CODE NOT = '00'
                   GO TO P300000-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-LIST-EOF-SW.

           EXEC SQL
               OPEN RIFVCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               GO TO P300000-EXIT.

           PERFORM P350000-VALIDATE-ONE-ROW THRU P350000-EXIT
               UNTIL LIST-EOF.

           EXEC SQL
               CLOSE RIFVCUR
           END-EXEC.

           IF RT-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           IF RT-ROWS-REJECTED > ZERO
               MOVE '04' TO RT-RETURN-CODE
               GO TO P300000-EXIT.

           IF RT-ROWS-LISTED > ZERO
               GO TO P300000-EXIT.

      *    NOTHING PENDING - UNLESS AN EARLIER RUN TERMED ROWS IT
      *    NEVER GOT TO CONFIRM.
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM RIF_STAGE
                WHERE CASE_NUM       = :RT-CASE-NUM
                  AND PROCESS_STATUS = 'T'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               GO TO P300000-EXIT.

           IF WS-ROW-COUNT = ZERO
               MOVE '05' TO RT-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> THE FILECTL GATE FOR THE EMPLOYER FILE'.
       P320000-CHECK-THE-FILE-GATE SECTION.

           MOVE ZERO TO WS-GATE-DATE-IND.

           EXEC SQL
               SELECT CHAR(MAX(FILE_DATE), ISO)
                 INTO :WS-GATE-DATE :WS-GATE-DATE-IND
                 FROM FILE_CONTROL_LOG
                WHERE FILE_TYPE = 'RIF     '
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               GO TO P320000-EXIT.

           IF WS-GATE-DATE-IND < ZERO
               MOVE '08' TO RT-RETURN-CODE
               GO TO P320000-EXIT.

           MOVE SPACES       TO FILECTL-COMM-AREA.
           MOVE 'C'          TO FC-FUNCTION-CODE.
           MOVE 'RIF     '   TO FC-FILE-TYPE.
           MOVE WS-GATE-DATE TO FC-FILE-DATE.

           EXEC CICS LINK
                     PROGRAM  ('FILECTL')
                     COMMAREA (FILECTL-COMM-AREA)
                     LENGTH   (LENGTH OF FILECTL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO RT-RETURN-CODE
               GO TO P320000-EXIT.

           IF FC-RETURN-CODE = '08'
               MOVE '08' TO RT-RETURN-CODE.

       P320000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> EDIT ONE LISTED EMPLOYEE'.
       P350000-VALIDATE-ONE-ROW SECTION.

           EXEC SQL
               FETCH RIFVCUR
                 INTO :RIF-STAGE-SEQ,
                      :RIF-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RT-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-LIST-EOF-SW
               GO TO P350000-EXIT.

           ADD 1 TO RT-ROWS-LISTED.

           MOVE SPACES TO WS-REJECT-REASON WS-EMP-LAST-NAME.

           EXEC SQL
               SELECT ACTIVE_IND,
                      CHAR(EFFECTIVE_DATE, ISO),
                      LAST_NAME
                 INTO :WS-EMP-ACTIVE-IND,
                      :WS-EMP-EFF-DATE,
                      :WS-EMP-LAST-NAME
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :RT-CASE-NUM
                  AND EMP_NUM          = :RIF-EMP-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'NOT ON THE CASE     ' TO WS-REJECT-REASON
               GO TO P350000-REJECT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               MOVE 'Y'  TO WS-LIST-EOF-SW
               GO TO P350000-EXIT.

           IF WS-EMP-ACTIVE-IND NOT = 'Y'
               MOVE 'NOT ACTIVE          ' TO WS-REJECT-REASON
               GO TO P350000-REJECT.

           IF WS-CHECK-DATE < WS-EMP-EFF-DATE
               MOVE 'TERM BEFORE EFF DATE' TO WS-REJECT-REASON
               GO TO P350000-REJECT.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM RIF_STAGE
                WHERE CASE_NUM       = :RT-CASE-NUM
                  AND EMP_NUM        = :RIF-EMP-NUM
                  AND PROCESS_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               MOVE 'Y'  TO WS-LIST-EOF-SW
               GO TO P350000-EXIT.

           IF WS-ROW-COUNT > 1
               MOVE 'LISTED TWICE        ' TO WS-REJECT-REASON
               GO TO P350000-REJECT.

      *----------------------------------------------------------------*
      *    A MEMBER UNDER A PENDING RESCISSION NOTICE IS LEFT TO       *
      *    MBRREVRS - TERMING THEM HERE WOULD OPEN A COBRA EVENT THE   *
      *    RESCISSION IS MEANT TO DENY.                                *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM MEMBER_REVERSAL
                WHERE CASE_NUM      = :RT-CASE-NUM
                  AND EMP_NUM       = :RIF-EMP-NUM
                  AND ACTION_TYPE   = 'N'
                  AND ACTION_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               MOVE 'Y'  TO WS-LIST-EOF-SW
               GO TO P350000-EXIT.

           IF WS-ROW-COUNT > ZERO
               MOVE 'RESCISSION PENDING  ' TO WS-REJECT-REASON
               GO TO P350000-REJECT.

           GO TO P350000-EXIT.

       P350000-REJECT.

           ADD 1 TO RT-ROWS-REJECTED.

           MOVE RIF-STAGE-SEQ TO WS-EDIT-SEQ.
           MOVE RIF-EMP-NUM   TO WS-EDIT-EMP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '           DELIMITED BY SIZE
                  RT-CASE-NUM       DELIMITED BY SIZE
                  ' SEQ '           DELIMITED BY SIZE
                  WS-EDIT-SEQ       DELIMITED BY SIZE
                  ' EMP '           DELIMITED BY SIZE
                  WS-EDIT-EMP       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-EMP-LAST-NAME  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-REJECT-REASON  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('RIFX')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P350000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> TERM THE LIST AS ONE CHECKPOINTED BATCH'.
       P400000-TERM-THE-LIST SECTION.

           MOVE ZERO TO WS-UNIT-COUNT.
           MOVE 'N'  TO WS-LIST-EOF-SW.

           EXEC SQL
               OPEN RIFTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               GO TO P400000-EXIT.

           PERFORM P450000-TERM-ONE-EMPLOYEE THRU P450000-EXIT
               UNTIL LIST-EOF.

           EXEC SQL
               CLOSE RIFTCUR
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE TAIL-END UNIT COMMITS WITH THE CLOSE.                   *
      *----------------------------------------------------------------*
           IF RT-RETURN-CODE = '00'
               AND WS-UNIT-COUNT > ZERO
               EXEC CICS SYNCPOINT
               END-EXEC
           END-IF.

       P400000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> TERM ONE EMPLOYEE AND OPEN ITS EVENTS'.
       P450000-TERM-ONE-EMPLOYEE SECTION.

           EXEC SQL
               FETCH RIFTCUR
                 INTO :RIF-STAGE-SEQ,
                      :RIF-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RT-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-LIST-EOF-SW
               GO TO P450000-EXIT.

      *----------------------------------------------------------------*
      *    THE SAME TERM NA340A KEYS - THE EMPLOYEE AND EVERY          *
      *    COVERAGE, DEPENDENT AND BENEFICIARY ROW UNDER THEM END ON   *
      *    THE ONE TERM DATE.                                          *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE EMPLOYEE
                  SET ACTIVE_IND   = 'N',
                      TERM_CODE    = :RT-TERM-CODE,
                      TERM_DATE    = DATE(:RT-TERM-DATE),
                      CHANGE_DATE  = CURRENT TIMESTAMP,
                      CHANGE_LOGON = :RT-OPERATOR-LOGON
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :RT-CASE-NUM
                  AND EMP_NUM          = :RIF-EMP-NUM
                  AND ACTIVE_IND       = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P450000-BACK-OUT.

           EXEC SQL
               UPDATE COVERAGE
                  SET TERM_DATE = DATE(:RT-TERM-DATE)
                WHERE CASENAME#CIM     = :WS-CASE-IDNTITY
                  AND EMPLOYEE#EMP_NUM = :RIF-EMP-NUM
                  AND (TERM_DATE IS NULL
                   OR  TERM_DATE > DATE(:RT-TERM-DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               GO TO P450000-BACK-OUT.

           EXEC SQL
               UPDATE DEPENDENT
                  SET ACTIVE_IND   = 'N',
                      TERM_DATE    = DATE(:RT-TERM-DATE),
                      CHANGE_LOGON = :RT-OPERATOR-LOGON,
                      CHANGE_DATE  = CURRENT TIMESTAMP
                WHERE CASE_NUM   = :RT-CASE-NUM
                  AND EMP_NUM    = :RIF-EMP-NUM
                  AND ACTIVE_IND = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               GO TO P450000-BACK-OUT.

           EXEC SQL
               UPDATE BENEFICIARY
                  SET ACTIVE_IND   = 'N',
                      TERM_DATE    = DATE(:RT-TERM-DATE),
                      CHANGE_LOGON = :RT-OPERATOR-LOGON,
                      CHANGE_DATE  = CURRENT TIMESTAMP
                WHERE CASE_NUM   = :RT-CASE-NUM
                  AND EMP_NUM    = :RIF-EMP-NUM
                  AND ACTIVE_IND = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               GO TO P450000-BACK-OUT.

      *----------------------------------------------------------------*
      *    THE COBRA QUALIFYING EVENT FOR THE TERMINATION.             *
      *----------------------------------------------------------------*
           MOVE SPACES            TO CONTMNT-COMM-AREA.
           MOVE 'Q'               TO CN-FUNCTION-CODE.
           MOVE RT-CASE-NUM       TO CN-CASE-NUM.
           MOVE RIF-EMP-NUM       TO CN-EMP-NUM.
           MOVE ZERO              TO CN-DEP-NUM CN-ADMIN-PERCENT
                                     CN-PAYMENT-AMOUNT.
           MOVE 'T'               TO CN-EVENT-CODE.
           MOVE RT-TERM-DATE      TO CN-EVENT-DATE.
           MOVE RT-OPERATOR-LOGON TO CN-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('CONTMNT')
                     COMMAREA (CONTMNT-COMM-AREA)
                     LENGTH   (LENGTH OF CONTMNT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR CN-RETURN-CODE NOT = '00'
               GO TO P450000-BACK-OUT.

      *----------------------------------------------------------------*
      *    PREMIUM BILLED PAST THE TERM DATE IS CREDITED ON THE NEXT   *
      *    BILL.                                                       *
      *----------------------------------------------------------------*
           MOVE SPACES            TO RETROADJ-COMM-AREA.
           MOVE 'M'               TO RA-FUNCTION-CODE.
           MOVE RT-CASE-NUM       TO RA-CASE-NUM.
           MOVE RIF-EMP-NUM       TO RA-EMP-NUM.
           MOVE ZERO              TO RA-PREMIUM-CHANGE.

           EXEC CICS LINK
                     PROGRAM  ('RETROADJ')
                     COMMAREA (RETROADJ-COMM-AREA)
                     LENGTH   (LENGTH OF RETROADJ-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR RA-RETURN-CODE NOT = '00'
               GO TO P450000-BACK-OUT.

      *----------------------------------------------------------------*
      *    THE ID CARD ENDS WITH THE COVERAGE.                         *
      *----------------------------------------------------------------*
           MOVE SPACES            TO HCARD-COMM-AREA.
           MOVE 'T'               TO HC-FUNCTION-CODE.
           MOVE RT-CASE-NUM       TO HC-CASE-NUM.
           MOVE RIF-EMP-NUM       TO HC-EMP-NUM.

           EXEC CICS LINK
                     PROGRAM  ('HCARD')
                     COMMAREA (HCARD-COMM-AREA)
                     LENGTH   (LENGTH OF HCARD-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR HC-RETURN-CODE NOT = '00'
               GO TO P450000-BACK-OUT.

      *----------------------------------------------------------------*
      *    STAMP THE LIST ROW.  THE 834 TERM NEEDS NOTHING MORE - THE  *
      *    NEXT CHANGE-ONLY EDI834 RUN SENDS EVERY MEMBER TERMED SINCE *
      *    ITS CUTOFF.                                                 *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE RIF_STAGE
                  SET PROCESS_STATUS    = 'T',
                      TERM_DATE         = DATE(:RT-TERM-DATE),
                      TERM_CODE         = :RT-TERM-CODE,
                      COBRA_IND         = 'Y',
                      PROCESS_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM      = :RT-CASE-NUM
                  AND STAGE_SEQ_NUM = :RIF-STAGE-SEQ
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P450000-BACK-OUT.

           ADD 1 TO RT-ROWS-TERMED.
           ADD 1 TO WS-UNIT-COUNT.

      *----------------------------------------------------------------*
      *    CHECKPOINT EVERY FIFTY EMPLOYEES: AN ABEND LOSES AT MOST    *
      *    THE UNIT IN FLIGHT, AND THE STATUS STAMP MAKES THE RERUN    *
      *    PICK UP ONLY THE ROWS STILL PENDING.                        *
      *----------------------------------------------------------------*
           IF WS-UNIT-COUNT NOT < WS-CHECKPOINT-SIZE
               EXEC CICS SYNCPOINT
               END-EXEC
               MOVE ZERO TO WS-UNIT-COUNT.

           GO TO P450000-EXIT.

       P450000-BACK-OUT.

           MOVE '12' TO RT-RETURN-CODE.
           MOVE 'Y'  TO WS-LIST-EOF-SW.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

       P450000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> LIFE CONVERSION NOTICES FOR THE BATCH'.
       P500000-SEND-CONVERSIONS SECTION.

      *----------------------------------------------------------------*
      *    ONE LIFECONV SCAN OPENS THE CONVERSION RECORD AND SENDS THE *
      *    NOTICE FOR EVERY NEWLY TERMED MEMBER WITH LIFE VOLUME -     *
      *    THE WHOLE BATCH AT ONCE.                                    *
      *----------------------------------------------------------------*
           MOVE SPACES            TO LIFECONV-COMM-AREA.
           MOVE 'S'               TO LC-FUNCTION-CODE.
           MOVE ZERO              TO LC-EMP-NUM LC-NOTICE-DEADLINE.
           MOVE RT-OPERATOR-LOGON TO LC-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('LIFECONV')
                     COMMAREA (LIFECONV-COMM-AREA)
                     LENGTH   (LENGTH OF LIFECONV-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO RT-RETURN-CODE
               GO TO P500000-EXIT.

           IF LC-RETURN-CODE NOT = '00' AND '02'
               MOVE '12' TO RT-RETURN-CODE.

       P500000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> THE CONFIRMATION FOR THE EMPLOYER'.
       P600000-CONFIRM-THE-LIST SECTION.

           MOVE ZERO TO WS-CONFIRM-COUNT.
           MOVE 'N'  TO WS-LIST-EOF-SW.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REDUCTION IN FORCE CONFIRMATION - CASE '
                                    DELIMITED BY SIZE
                  RT-CASE-NUM       DELIMITED BY SIZE
                  ' TERM DATE '     DELIMITED BY SIZE
                  RT-TERM-DATE      DELIMITED BY SIZE
                  ' TERM CODE '     DELIMITED BY SIZE
                  RT-TERM-CODE      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-CONFIRM-LINE THRU P690000-EXIT.

           EXEC SQL
               OPEN RIFCCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE
               GO TO P600000-EXIT.

           PERFORM P650000-CONFIRM-ONE-EMPLOYEE THRU P650000-EXIT
               UNTIL LIST-EOF.

           EXEC SQL
               CLOSE RIFCCUR
           END-EXEC.

           IF RT-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           MOVE WS-CONFIRM-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EMPLOYEES TERMED '  DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-CONFIRM-LINE THRU P690000-EXIT.

           MOVE RT-COBRA-EVENTS TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COBRA EVENTS OPENED '  DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-CONFIRM-LINE THRU P690000-EXIT.

           MOVE RT-CONV-NOTICES TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LIFE CONVERSION NOTICES '  DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-CONFIRM-LINE THRU P690000-EXIT.

           MOVE RT-CARDS-TERMED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ID CARDS TERMED '  DELIMITED BY SIZE
                  WS-EDIT-COUNT       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-CONFIRM-LINE THRU P690000-EXIT.

      *----------------------------------------------------------------*
      *    CONFIRMED ROWS ARE CLOSED SO THE NEXT LAYOFF ON THE CASE    *
      *    REPORTS ONLY ITS OWN LIST.                                  *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE RIF_STAGE
                  SET PROCESS_STATUS = 'C'
                WHERE CASE_NUM       = :RT-CASE-NUM
                  AND PROCESS_STATUS = 'T'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RT-RETURN-CODE
               GO TO P600000-BACK-OUT.

           PERFORM P700000-WRITE-AUDIT-ENTRY THRU P700000-EXIT.

           IF RT-RETURN-CODE NOT = '00'
               GO TO P600000-BACK-OUT.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

           GO TO P600000-EXIT.

       P600000-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

       P600000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> ONE CONFIRMATION LINE PER EMPLOYEE'.
       P650000-CONFIRM-ONE-EMPLOYEE SECTION.

           EXEC SQL
               FETCH RIFCCUR
                 INTO :RIF-EMP-NUM,
                      :WS-EMP-LAST-NAME,
                      :WS-EMP-FIRST-NAME,
                      :RIF-TERM-DATE,
                      :RIF-COBRA-IND,
                      :WS-CONV-IND,
                      :WS-CARD-IND
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RT-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-LIST-EOF-SW
               GO TO P650000-EXIT.

           ADD 1 TO WS-CONFIRM-COUNT.

           IF RIF-COBRA-IND = 'Y'
               ADD 1 TO RT-COBRA-EVENTS.

           IF WS-CONV-IND = 'Y'
               ADD 1 TO RT-CONV-NOTICES.

           IF WS-CARD-IND = 'Y'
               ADD 1 TO RT-CARDS-TERMED.

           MOVE RIF-EMP-NUM TO WS-EDIT-EMP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EMP '            DELIMITED BY SIZE
                  WS-EDIT-EMP       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-EMP-LAST-NAME  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-EMP-FIRST-NAME DELIMITED BY SIZE
                  ' TERMED '        DELIMITED BY SIZE
                  RIF-TERM-DATE     DELIMITED BY SIZE
                  ' COBRA '         DELIMITED BY SIZE
                  RIF-COBRA-IND     DELIMITED BY SIZE
                  ' CONVERSION '    DELIMITED BY SIZE
                  WS-CONV-IND       DELIMITED BY SIZE
                  ' ID CARD '       DELIMITED BY SIZE
                  WS-CARD-IND       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-CONFIRM-LINE THRU P690000-EXIT.

       P650000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> WRITE ONE LINE TO RIFC'.
       P690000-WRITE-CONFIRM-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('RIFC')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P690000-EXIT.
           EXIT.
           TITLE 'RIFTERM --> ONE AUDIT ROW PER CONFIRMED LIST'.
       P700000-WRITE-AUDIT-ENTRY SECTION.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-AUDIT-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    'RF' - REDUCTION IN FORCE.  UNIQUENUM CARRIES THE CASE;
      *    THE LIST ITSELF STAYS ON RIF_STAGE.
           EXEC SQL
               INSERT INTO AUDIT_COMM
                      (AUDIT_TIMESTAMP, INITIALS, AUDIT_CODE,
                       UNIQUENUM, IDNTITY_NAME)
               VALUES (:WS-AUDIT-TIMESTAMP, :RT-OPERATOR-INITIALS,
                       'RF', :RT-CASE-NUM, :WS-CASE-IDNTITY)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RT-RETURN-CODE.

       P700000-EXIT.
           EXIT.
