       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SENSLOG.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: SENSLOG                                         *
      *  PROGRAM TEXT:  SENSITIVE-DATA READ-ACCESS LOG.  SECCHECK ONLY  *
      *                 EVER RECORDED THE DENIALS; A SUCCESSFUL LOOK AT *
      *                 A MEMBER'S SSN, DATE OF BIRTH, BANKING FIELDS   *
      *                 OR BALANCE LEFT NO TRACE, AND THE HIPAA AUDITOR *
      *                 WANTS TO KNOW WHO VIEWED WHOSE DATA.  FUNCTION  *
      *                 'L' IS LINKED BY NA320, NA320A, THE NA320S SSN  *
      *                 SEARCH AND PORTINQ EACH TIME A PROTECTED FIELD  *
      *                 IS DISPLAYED AND WRITES THE OPERATOR, TERMINAL, *
      *                 RECORD, THE FIELDS SHOWN AND THE TIMESTAMP TO   *
      *                 SENSITIVE_ACCESS_LOG.  FUNCTION 'R' RUNS        *
      *                 NIGHTLY OVER ONE DAY OF THE LOG AND FLAGS FOR   *
      *                 THE PRIVACY OFFICER ON THE SENR TDQ: A LOOK AT  *
      *                 A MEMBER SHARING THE OPERATOR'S OWN LAST NAME,  *
      *                 A LOOK AT OUR OWN STAFF (PROGRAM_RULES 'STAFF   *
      *                 CASE'), AN OPERATOR LOOKING AT MORE THAN THE    *
      *                 OFF-HOURS LIMIT OF RECORDS OUTSIDE BUSINESS     *
      *                 HOURS OR AT THE WEEKEND, AND AN OPERATOR OVER   *
      *                 THE DAILY LIMIT AT ANY HOUR.                    *
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
       77  WS-DEFAULT-DAY-START        PIC S9(4) COMP     VALUE +7.
       77  WS-DEFAULT-DAY-END          PIC S9(4) COMP     VALUE +19.
       77  WS-DEFAULT-OFF-HOURS-LIMIT  PIC S9(4) COMP     VALUE +10.
       77  WS-DEFAULT-DAILY-LIMIT      PIC S9(4) COMP     VALUE +100.

       01  WS-USERID                    PIC X(8)  VALUE SPACES.

       01  WS-FLAG-EOF-SW               PIC X     VALUE 'N'.
           88  FLAG-EOF                 VALUE 'Y'.

       01  WS-REPORT-DATE               PIC X(10) VALUE SPACES.
       01  WS-STAFF-CASE                PIC X(6)  VALUE SPACES.
       01  WS-DAY-START                 PIC S9(4) COMP VALUE ZERO.
       01  WS-DAY-END                   PIC S9(4) COMP VALUE ZERO.
       01  WS-OFF-HOURS-LIMIT           PIC S9(4) COMP VALUE ZERO.
       01  WS-DAILY-LIMIT               PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-DIGITS-2             PIC 9(2)  VALUE ZERO.
       01  WS-RULE-DIGITS-4             PIC 9(4)  VALUE ZERO.
       01  WS-RULE-NAME                 PIC X(15) VALUE SPACES.
       01  WS-DAY-COUNT                 PIC S9(9) COMP VALUE ZERO.

       01  WS-FLAG-TYPE                 PIC X(8)  VALUE SPACES.
       01  WS-ACCESS-TIME               PIC X(8)  VALUE SPACES.
       01  WS-FIRST-TIME                PIC X(8)  VALUE SPACES.
       01  WS-LAST-TIME                 PIC X(8)  VALUE SPACES.
       01  WS-RECORD-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-VIEW-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-VIEWS                PIC ZZZZZZ9 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

           COPY SENSACC.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    A LOOK AT A MEMBER WHOSE LAST NAME IS IN THE OPERATOR'S OWN *
      *    NAME - THE OPERATOR, A SPOUSE, A RELATIVE.                  *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SLFAMCUR CURSOR FOR
               SELECT OPERATOR_LOGON,
                      OPERATOR_NAME,
                      PROGRAM_ID,
                      RECORD_KEY,
                      SUBJECT_LAST_NAME,
                      SUBJECT_FIRST_NAME,
                      CHAR(TIME(ACCESS_TIMESTAMP), ISO)
                 FROM SENSITIVE_ACCESS_LOG
                WHERE DATE(ACCESS_TIMESTAMP) = DATE(:WS-REPORT-DATE)
                  AND SUBJECT_LAST_NAME <> ' '
                  AND OPERATOR_NAME     <> ' '
                  AND LOCATE(RTRIM(SUBJECT_LAST_NAME),
                             OPERATOR_NAME) > 0
                ORDER BY OPERATOR_LOGON, ACCESS_TIMESTAMP
           END-EXEC.

      *----------------------------------------------------------------*
      *    A LOOK AT OUR OWN STAFF - THE STAFF GROUP CASE ITSELF, OR A *
      *    MEMBER WHOSE NAME IS ON THAT CASE'S EMPLOYEE ROSTER.        *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SLCOWCUR CURSOR FOR
               SELECT L.OPERATOR_LOGON,
                      L.OPERATOR_NAME,
                      L.PROGRAM_ID,
                      L.RECORD_KEY,
                      L.SUBJECT_LAST_NAME,
                      L.SUBJECT_FIRST_NAME,
                      CHAR(TIME(L.ACCESS_TIMESTAMP), ISO)
                 FROM SENSITIVE_ACCESS_LOG L
                WHERE DATE(L.ACCESS_TIMESTAMP) = DATE(:WS-REPORT-DATE)
                  AND (L.CASE_NUM = :WS-STAFF-CASE
                   OR  EXISTS
                       (SELECT 1
                          FROM EMPLOYEE E
                         WHERE E.UNIQUE-NUM  = :WS-STAFF-CASE
                           AND E.LAST_NAME   = L.SUBJECT_LAST_NAME
                           AND E.FIRST_NAME  = L.SUBJECT_FIRST_NAME))
                ORDER BY L.OPERATOR_LOGON, L.ACCESS_TIMESTAMP
           END-EXEC.

      *----------------------------------------------------------------*
      *    OPERATORS WHO LOOKED AT MORE THAN THE OFF-HOURS LIMIT OF    *
      *    RECORDS BEFORE THE DAY STARTS, AFTER IT ENDS OR AT THE      *
      *    WEEKEND.                                                    *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SLOFFCUR CURSOR FOR
               SELECT OPERATOR_LOGON,
                      MAX(OPERATOR_NAME),
                      COUNT(DISTINCT RECORD_KEY),
                      COUNT(*),
                      CHAR(MIN(TIME(ACCESS_TIMESTAMP)), ISO),
                      CHAR(MAX(TIME(ACCESS_TIMESTAMP)), ISO)
                 FROM SENSITIVE_ACCESS_LOG
                WHERE DATE(ACCESS_TIMESTAMP) = DATE(:WS-REPORT-DATE)
                  AND (HOUR(ACCESS_TIMESTAMP) <  :WS-DAY-START
                   OR  HOUR(ACCESS_TIMESTAMP) >= :WS-DAY-END
                   OR  DAYOFWEEK(ACCESS_TIMESTAMP) IN (1, 7))
                GROUP BY OPERATOR_LOGON
               HAVING COUNT(DISTINCT RECORD_KEY) >  :WS-OFF-HOURS-LIMIT
                ORDER BY OPERATOR_LOGON
           END-EXEC.

      *----------------------------------------------------------------*
      *    OPERATORS WHO LOOKED AT MORE THAN THE DAILY LIMIT OF        *
      *    RECORDS AT ANY HOUR.                                        *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SLBLKCUR CURSOR FOR
               SELECT OPERATOR_LOGON,
                      MAX(OPERATOR_NAME),
                      COUNT(DISTINCT RECORD_KEY),
                      COUNT(*),
                      CHAR(MIN(TIME(ACCESS_TIMESTAMP)), ISO),
                      CHAR(MAX(TIME(ACCESS_TIMESTAMP)), ISO)
                 FROM SENSITIVE_ACCESS_LOG
                WHERE DATE(ACCESS_TIMESTAMP) = DATE(:WS-REPORT-DATE)
                GROUP BY OPERATOR_LOGON
               HAVING COUNT(DISTINCT RECORD_KEY) >  :WS-DAILY-LIMIT
                ORDER BY OPERATOR_LOGON
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'SENSLOG --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY SENSLOGC.
           TITLE 'SENSLOG --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF SL-FUNCTION-CODE = 'R'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'SENSLOG ' TO RL-PROGRAM-NAME
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
               MOVE '20' TO SL-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO SL-RETURN-CODE.
           MOVE ZERO TO SL-ROWS-READ SL-FLAGS-WRITTEN.

           EVALUATE SL-FUNCTION-CODE
               WHEN 'L'
                   PERFORM P100000-LOG-ONE-DISPLAY THRU P100000-EXIT
               WHEN 'R'
                   PERFORM P200000-ANOMALY-REPORT THRU P200000-EXIT
               WHEN OTHER
                   MOVE '01' TO SL-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF SL-FUNCTION-CODE = 'R'
               IF SL-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'SENSLOG ' TO RL-PROGRAM-NAME
               MOVE SL-ROWS-READ   TO RL-RECORD-COUNT
               MOVE SL-RETURN-CODE TO RL-PROGRAM-RC
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
           TITLE 'SENSLOG --> LOG ONE DISPLAY OF A PROTECTED FIELD'.
       P100000-LOG-ONE-DISPLAY SECTION.

           IF SL-FIELDS-SHOWN = 'NNNN' OR SPACES
               MOVE '02' TO SL-RETURN-CODE
               GO TO P100000-EXIT.

      *    THE LOGON THE CALLER KNOWS IS USED; OTHERWISE THE SIGNED-ON
      *    CICS USERID - THE PORTAL'S OWN USERID FOR A PORTAL LOOK.
           MOVE SL-OPERATOR-LOGON TO SAL-OPERATOR-LOGON.
           IF SAL-OPERATOR-LOGON = SPACES OR LOW-VALUES
               EXEC CICS ASSIGN
                         USERID (WS-USERID)
                         RESP   (WS-CICS-RESP)
               END-EXEC
               MOVE WS-USERID TO SAL-OPERATOR-LOGON.

           MOVE SL-OPERATOR-NAME      TO SAL-OPERATOR-NAME.
           MOVE EIBTRMID              TO SAL-TERMINAL-ID.
           IF SAL-TERMINAL-ID = LOW-VALUES
               MOVE SPACES            TO SAL-TERMINAL-ID.
           MOVE SL-PROGRAM-ID         TO SAL-PROGRAM-ID.
           MOVE SL-RECORD-KEY         TO SAL-RECORD-KEY.
           MOVE SL-CASE-NUM           TO SAL-CASE-NUM.
           MOVE SL-SUBJECT-LAST-NAME  TO SAL-SUBJECT-LAST.
           MOVE SL-SUBJECT-FIRST-NAME TO SAL-SUBJECT-FIRST.
           MOVE SL-FIELDS-SHOWN       TO SAL-FIELDS-SHOWN.

           EXEC SQL
               INSERT INTO SENSITIVE_ACCESS_LOG
                    ( LOG_ID,
                      OPERATOR_LOGON,
                      OPERATOR_NAME,
                      TERMINAL_ID,
                      PROGRAM_ID,
                      RECORD_KEY,
                      CASE_NUM,
                      SUBJECT_LAST_NAME,
                      SUBJECT_FIRST_NAME,
                      FIELDS_SHOWN,
                      ACCESS_TIMESTAMP )
               VALUES
                    ( NEXT VALUE FOR SENSITIVE_ACCESS_SEQ,
                      :SAL-OPERATOR-LOGON,
                      :SAL-OPERATOR-NAME,
                      :SAL-TERMINAL-ID,
                      :SAL-PROGRAM-ID,
                      :SAL-RECORD-KEY,
                      :SAL-CASE-NUM,
                      :SAL-SUBJECT-LAST,
                      :SAL-SUBJECT-FIRST,
                      :SAL-FIELDS-SHOWN,
                      CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SL-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'SENSLOG --> ONE DAY OF THE LOG, UNUSUAL PATTERNS'.
       P200000-ANOMALY-REPORT SECTION.

           MOVE SL-REPORT-DATE TO WS-REPORT-DATE.
           IF WS-REPORT-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                     INTO :WS-REPORT-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC.

           PERFORM P250000-READ-THE-RULES THRU P250000-EXIT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DAY-COUNT
                 FROM SENSITIVE_ACCESS_LOG
                WHERE DATE(ACCESS_TIMESTAMP) = DATE(:WS-REPORT-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SL-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE WS-DAY-COUNT TO SL-ROWS-READ WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SENSITIVE-DATA ACCESS REVIEW FOR ' DELIMITED BY SIZE
                  WS-REPORT-DATE                      DELIMITED BY SIZE
                  ' - DISPLAYS LOGGED '               DELIMITED BY SIZE
                  WS-EDIT-COUNT                       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           EXEC SQL
               OPEN SLFAMCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SL-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N'        TO WS-FLAG-EOF-SW.
           MOVE 'FAMILY  ' TO WS-FLAG-TYPE.
           PERFORM P300000-ONE-FAMILY-LOOK THRU P300000-EXIT
               UNTIL FLAG-EOF.

           EXEC SQL
               CLOSE SLFAMCUR
           END-EXEC.

           IF SL-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           IF WS-STAFF-CASE NOT = SPACES
               EXEC SQL
                   OPEN SLCOWCUR
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO SL-RETURN-CODE
                   GO TO P200000-EXIT
               END-IF
               MOVE 'N'        TO WS-FLAG-EOF-SW
               MOVE 'COWORKER' TO WS-FLAG-TYPE
               PERFORM P350000-ONE-COWORKER-LOOK THRU P350000-EXIT
                   UNTIL FLAG-EOF
               EXEC SQL
                   CLOSE SLCOWCUR
               END-EXEC
           END-IF.

           IF SL-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN SLOFFCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SL-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N'        TO WS-FLAG-EOF-SW.
           MOVE 'OFFHOURS' TO WS-FLAG-TYPE.
           PERFORM P400000-ONE-OFF-HOURS-BULK THRU P400000-EXIT
               UNTIL FLAG-EOF.

           EXEC SQL
               CLOSE SLOFFCUR
           END-EXEC.

           IF SL-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN SLBLKCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SL-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N'        TO WS-FLAG-EOF-SW.
           MOVE 'BULK    ' TO WS-FLAG-TYPE.
           PERFORM P450000-ONE-DAILY-BULK THRU P450000-EXIT
               UNTIL FLAG-EOF.

           EXEC SQL
               CLOSE SLBLKCUR
           END-EXEC.

           MOVE SL-FLAGS-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PATTERNS FLAGGED FOR REVIEW '      DELIMITED BY SIZE
                  WS-EDIT-COUNT                       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'SENSLOG --> THE REPORT THRESHOLDS'.
       P250000-READ-THE-RULES SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'SENSLOG': 'STAFF CASE' IS OUR OWN EMPLOYEES' *
      *    GROUP CASE (NO RULE, NO COWORKER CHECK); 'DAY START HOUR'   *
      *    AND 'DAY END HOUR' AS TWO DIGITS (DEFAULT 07 AND 19);       *
      *    'OFF HOURS LIMIT' AND 'DAILY LIMIT' AS FOUR DIGITS - THE    *
      *    NUMBER OF DIFFERENT RECORDS ONE OPERATOR MAY LOOK AT        *
      *    (DEFAULT 10 AND 100).                                       *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-DAY-START       TO WS-DAY-START.
           MOVE WS-DEFAULT-DAY-END         TO WS-DAY-END.
           MOVE WS-DEFAULT-OFF-HOURS-LIMIT TO WS-OFF-HOURS-LIMIT.
           MOVE WS-DEFAULT-DAILY-LIMIT     TO WS-DAILY-LIMIT.
           MOVE SPACES                     TO WS-STAFF-CASE.

           MOVE 'STAFF CASE'      TO WS-RULE-NAME.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF SQLCODE = ZERO
               MOVE PR-RULE-VALUE (1:6) TO WS-STAFF-CASE.

           MOVE 'DAY START HOUR'  TO WS-RULE-NAME.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:2) IS NUMERIC
               MOVE PR-RULE-VALUE (1:2) TO WS-RULE-DIGITS-2
               MOVE WS-RULE-DIGITS-2    TO WS-DAY-START.

           MOVE 'DAY END HOUR'    TO WS-RULE-NAME.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:2) IS NUMERIC
               MOVE PR-RULE-VALUE (1:2) TO WS-RULE-DIGITS-2
               MOVE WS-RULE-DIGITS-2    TO WS-DAY-END.

           MOVE 'OFF HOURS LIMIT' TO WS-RULE-NAME.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:4) IS NUMERIC
               MOVE PR-RULE-VALUE (1:4) TO WS-RULE-DIGITS-4
               MOVE WS-RULE-DIGITS-4    TO WS-OFF-HOURS-LIMIT.

           MOVE 'DAILY LIMIT'     TO WS-RULE-NAME.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:4) IS NUMERIC
               MOVE PR-RULE-VALUE (1:4) TO WS-RULE-DIGITS-4
               MOVE WS-RULE-DIGITS-4    TO WS-DAILY-LIMIT.

       P250000-EXIT.
           EXIT.
           TITLE 'SENSLOG --> READ ONE PROGRAM_RULES ROW'.
       P260000-READ-ONE-RULE SECTION.

           MOVE SPACES TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'SENSLOG'
                  AND RULE        = :WS-RULE-NAME
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

       P260000-EXIT.
           EXIT.
           TITLE 'SENSLOG --> ONE FAMILY-NAME LOOK'.
       P300000-ONE-FAMILY-LOOK SECTION.

           EXEC SQL
               FETCH SLFAMCUR
                 INTO :SAL-OPERATOR-LOGON,
                      :SAL-OPERATOR-NAME,
                      :SAL-PROGRAM-ID,
                      :SAL-RECORD-KEY,
                      :SAL-SUBJECT-LAST,
                      :SAL-SUBJECT-FIRST,
                      :WS-ACCESS-TIME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO SL-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-FLAG-EOF-SW
               GO TO P300000-EXIT.

           PERFORM P500000-REPORT-ONE-LOOK THRU P500000-EXIT.

       P300000-EXIT.
           EXIT.
           TITLE 'SENSLOG --> ONE COWORKER LOOK'.
       P350000-ONE-COWORKER-LOOK SECTION.

           EXEC SQL
               FETCH SLCOWCUR
                 INTO :SAL-OPERATOR-LOGON,
                      :SAL-OPERATOR-NAME,
                      :SAL-PROGRAM-ID,
                      :SAL-RECORD-KEY,
                      :SAL-SUBJECT-LAST,
                      :SAL-SUBJECT-FIRST,
                      :WS-ACCESS-TIME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO SL-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-FLAG-EOF-SW
               GO TO P350000-EXIT.

           PERFORM P500000-REPORT-ONE-LOOK THRU P500000-EXIT.

       P350000-EXIT.
           EXIT.
           TITLE 'SENSLOG --> ONE OPERATOR OVER THE OFF-HOURS LIMIT'.
       P400000-ONE-OFF-HOURS-BULK SECTION.

           EXEC SQL
               FETCH SLOFFCUR
                 INTO :SAL-OPERATOR-LOGON,
                      :SAL-OPERATOR-NAME,
                      :WS-RECORD-COUNT,
                      :WS-VIEW-COUNT,
                      :WS-FIRST-TIME,
                      :WS-LAST-TIME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO SL-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-FLAG-EOF-SW
               GO TO P400000-EXIT.

           PERFORM P550000-REPORT-ONE-OPERATOR THRU P550000-EXIT.

       P400000-EXIT.
           EXIT.
           TITLE 'SENSLOG --> ONE OPERATOR OVER THE DAILY LIMIT'.
       P450000-ONE-DAILY-BULK SECTION.

           EXEC SQL
               FETCH SLBLKCUR
                 INTO :SAL-OPERATOR-LOGON,
                      :SAL-OPERATOR-NAME,
                      :WS-RECORD-COUNT,
                      :WS-VIEW-COUNT,
                      :WS-FIRST-TIME,
                      :WS-LAST-TIME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO SL-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-FLAG-EOF-SW
               GO TO P450000-EXIT.

           PERFORM P550000-REPORT-ONE-OPERATOR THRU P550000-EXIT.

       P450000-EXIT.
           EXIT.
           TITLE 'SENSLOG --> REPORT ONE FLAGGED LOOK'.
       P500000-REPORT-ONE-LOOK SECTION.

           ADD 1 TO SL-FLAGS-WRITTEN.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-FLAG-TYPE            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SAL-OPERATOR-LOGON      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SAL-OPERATOR-NAME       DELIMITED BY SIZE
                  ' AT '                  DELIMITED BY SIZE
                  WS-ACCESS-TIME          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SAL-PROGRAM-ID          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SAL-RECORD-KEY          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SAL-SUBJECT-LAST        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SAL-SUBJECT-FIRST       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P500000-EXIT.
           EXIT.
           TITLE 'SENSLOG --> REPORT ONE FLAGGED OPERATOR'.
       P550000-REPORT-ONE-OPERATOR SECTION.

           ADD 1 TO SL-FLAGS-WRITTEN.

           MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT.
           MOVE WS-VIEW-COUNT   TO WS-EDIT-VIEWS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-FLAG-TYPE            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SAL-OPERATOR-LOGON      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SAL-OPERATOR-NAME       DELIMITED BY SIZE
                  ' RECORDS '             DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  ' DISPLAYS '            DELIMITED BY SIZE
                  WS-EDIT-VIEWS           DELIMITED BY SIZE
                  ' FROM '                DELIMITED BY SIZE
                  WS-FIRST-TIME           DELIMITED BY SIZE
                  ' TO '                  DELIMITED BY SIZE
                  WS-LAST-TIME            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'SENSLOG --> WRITE ONE LINE TO SENR'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('SENR')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
