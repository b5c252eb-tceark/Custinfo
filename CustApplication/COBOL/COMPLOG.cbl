       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMPLOG.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: COMPLOG                                         *
      *  PROGRAM TEXT:  COMPLAINT AND GRIEVANCE LOG. COMPLAINTS BY      *
      *                 PHONE, BY MAIL AND ON DEPARTMENT OF INSURANCE   *
      *                 REFERRAL WERE KEPT IN A SHARED SPREADSHEET AND  *
      *                 A DOI DEADLINE WAS MISSED. 'A' LOGS A COMPLAINT *
      *                 AGAINST A CASE, A MEMBER OR A BROKER ON         *
      *                 COMPLAINT_LOG WITH ITS CATEGORY, SOURCE AND DOI *
      *                 FILE NUMBER, AND SETS THE RESPONSE DUE DATE     *
      *                 FROM THE STATE'S PROGRAM_RULES ROW. 'R' RECORDS *
      *                 THE RESOLUTION. THE NIGHTLY 'E' RUN RAISES THE  *
      *                 ESCALATION LEVEL AS THE DUE DATE NEARS AND      *
      *                 PASSES AND LISTS EACH NEWLY ESCALATED COMPLAINT *
      *                 TO THE CMPE TDQ; OPEN COMPLAINTS ALSO SHOW IN   *
      *                 WORKBSKT. 'Q' IS THE QUARTERLY MARKET-CONDUCT   *
      *                 REPORT BY STATE AND CATEGORY TO THE CMPR TDQ.   *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RESPONSE DAYS MAY BE BUSINESS DAYS ('B' AFTER *
      *                   THE COUNT), COUNTED ON THE BUSDATE OFFICE     *
      *                   CALENDAR; A CALENDAR-DAY DUE DATE ON A CLOSED *
      *                   DAY ROLLS TO THE NEXT OPEN DAY.               *
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
       77  WS-DEFAULT-RESPONSE-DAYS    PIC S9(4) COMP     VALUE +30.
       77  WS-DEFAULT-ESCALATE-DAYS    PIC S9(4) COMP     VALUE +5.

       01  WS-ESC-EOF-SW                PIC X     VALUE 'N'.
           88  ESCALATE-EOF             VALUE 'Y'.
       01  WS-RPT-EOF-SW                PIC X     VALUE 'N'.
           88  RPT-EOF                  VALUE 'Y'.

       01  WS-RESPONSE-DAYS             PIC S9(4) COMP VALUE ZERO.
       01  WS-BUSINESS-DAYS-SW          PIC X     VALUE 'N'.
           88  RESPONSE-IN-BUSINESS-DAYS  VALUE 'Y'.
       01  WS-ESCALATE-DAYS             PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-DIGITS-3             PIC 9(3)  VALUE ZERO.
       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.
       01  WS-RULE-QUALIFIER            PIC X(10) VALUE SPACES.

       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-PARTY-STATE               PIC X(2)  VALUE SPACES.
       01  WS-STATE-IND                 PIC S9(4) COMP VALUE ZERO.
       01  WS-EMP-NUM                   PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-NEW-LEVEL                 PIC X     VALUE SPACE.
       01  WS-DAYS-TO-DUE               PIC S9(5) COMP-3 VALUE ZERO.

       01  WS-REPORT-QUARTER            PIC X(5)  VALUE SPACES.
       01  WS-QUARTER-START             PIC X(10) VALUE SPACES.
       01  WS-QUARTER-NUMBER            PIC 9     VALUE ZERO.
       01  WS-MONTH-NUMBER              PIC 9(2)  VALUE ZERO.

       01  WS-RPT-STATE                 PIC X(2)  VALUE SPACES.
       01  WS-RPT-CATEGORY              PIC X(3)  VALUE SPACES.
       01  WS-RPT-RECEIVED              PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-RPT-RESOLVED              PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-RPT-OPEN                  PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-RPT-LATE                  PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-RPT-DOI                   PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-PRIOR-STATE               PIC X(2)  VALUE SPACES.

       01  WS-TOT-RESOLVED              PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-TOT-OPEN                  PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-TOT-LATE                  PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-TOT-DOI                   PIC S9(7) COMP-3 VALUE ZERO.

       01  WS-EDIT-RECEIVED             PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-RESOLVED             PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-OPEN                 PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-LATE                 PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-DOI                  PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-STATE                PIC X(2)  VALUE SPACES.
       01  WS-EDIT-ID                   PIC Z(8)9 VALUE ZERO.
       01  WS-EDIT-DAYS                 PIC -(4)9 VALUE ZERO.
       01  WS-EDIT-PARTY                PIC X(16) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY CMPLLOG.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    OPEN COMPLAINTS WHOSE ESCALATION LEVEL HAS RISEN: PAST THE  *
      *    DUE DATE IS LEVEL 2, DUE WITHIN THE WARNING DAYS LEVEL 1.   *
      *    A COMPLAINT ALREADY AT ITS LEVEL IS NOT LISTED AGAIN.       *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CLESCCUR CURSOR FOR
               SELECT COMPLAINT_ID,
                      PARTY_TYPE,
                      CASE_NUM,
                      BROKER_ID,
                      STATE_CODE,
                      CATEGORY,
                      COMPLAINT_SOURCE,
                      DOI_FILE_NUM,
                      CHAR(DUE_DATE, ISO),
                      DAYS(DUE_DATE) - DAYS(CURRENT DATE),
                      CASE WHEN DUE_DATE < CURRENT DATE
                           THEN '2' ELSE '1' END
                 FROM COMPLAINT_LOG
                WHERE COMPLAINT_STATUS = 'O'
                  AND ((DUE_DATE < CURRENT DATE
                        AND ESCALATION_LEVEL <> '2')
                   OR  (DUE_DATE >= CURRENT DATE
                        AND DUE_DATE <=
                            CURRENT DATE + :WS-ESCALATE-DAYS DAYS
                        AND ESCALATION_LEVEL = ' '))
                ORDER BY DUE_DATE, COMPLAINT_ID
           END-EXEC.

      *----------------------------------------------------------------*
      *    ONE QUARTER'S COMPLAINTS BY STATE AND CATEGORY: RECEIVED,   *
      *    RESOLVED BY THE QUARTER END, STILL OPEN AT IT, LATE         *
      *    (ANSWERED AFTER THE DUE DATE, OR UNANSWERED WITH THE DUE    *
      *    DATE INSIDE THE QUARTER), AND HOW MANY CAME AS DOI          *
      *    REFERRALS.                                                  *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CLRPTCUR CURSOR FOR
               SELECT STATE_CODE,
                      CATEGORY,
                      COUNT(*),
                      SUM(CASE WHEN RESOLVED_DATE <
                                    DATE(:WS-QUARTER-START) + 3 MONTHS
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN RESOLVED_DATE IS NULL
                                 OR RESOLVED_DATE >=
                                    DATE(:WS-QUARTER-START) + 3 MONTHS
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN RESOLVED_DATE > DUE_DATE
                                 OR (RESOLVED_DATE IS NULL
                                     AND DUE_DATE <
                                         DATE(:WS-QUARTER-START)
                                         + 3 MONTHS)
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN COMPLAINT_SOURCE = 'D'
                               THEN 1 ELSE 0 END)
                 FROM COMPLAINT_LOG
                WHERE RECEIVED_DATE >= DATE(:WS-QUARTER-START)
                  AND RECEIVED_DATE <
                      DATE(:WS-QUARTER-START) + 3 MONTHS
                GROUP BY STATE_CODE, CATEGORY
                ORDER BY STATE_CODE, CATEGORY
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

       01  BUSDATE-COMM-AREA.
           COPY BUSDATEC.

           TITLE 'COMPLOG --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY COMPLOGC.
           TITLE 'COMPLOG --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF CL-FUNCTION-CODE = 'E' OR 'Q'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'COMPLOG'  TO RL-PROGRAM-NAME
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
               MOVE '20' TO CL-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CL-RETURN-CODE.
           MOVE ZERO TO CL-NEWLY-WARNED CL-NEWLY-OVERDUE
                        CL-QUARTER-COMPLAINTS.

           EVALUATE CL-FUNCTION-CODE
               WHEN 'A'
                   PERFORM P100000-LOG-A-COMPLAINT THRU P100000-EXIT
               WHEN 'R'
                   PERFORM P300000-RESOLVE THRU P300000-EXIT
               WHEN 'E'
                   PERFORM P400000-ESCALATION-RUN THRU P400000-EXIT
               WHEN 'Q'
                   PERFORM P700000-QUARTERLY-REPORT THRU P700000-EXIT
               WHEN OTHER
                   MOVE '01' TO CL-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF CL-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF CL-FUNCTION-CODE = 'E' OR 'Q'
               IF CL-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'COMPLOG'  TO RL-PROGRAM-NAME
               IF CL-FUNCTION-CODE = 'E'
                   COMPUTE RL-RECORD-COUNT = CL-NEWLY-WARNED
                                           + CL-NEWLY-OVERDUE
               ELSE
                   MOVE CL-QUARTER-COMPLAINTS TO RL-RECORD-COUNT
               END-IF
               MOVE CL-RETURN-CODE TO RL-PROGRAM-RC
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
           TITLE 'COMPLOG --> LOG A COMPLAINT'.
       P100000-LOG-A-COMPLAINT SECTION.

           PERFORM P150000-SECCHECK THRU P150000-EXIT.
           IF CL-RETURN-CODE NOT = '00'
               GO TO P100000-EXIT.

           IF CL-CATEGORY NOT = 'BIL' AND NOT = 'CLM'
                      AND NOT = 'ENR' AND NOT = 'CAN'
                      AND NOT = 'RAT' AND NOT = 'AGT'
                      AND NOT = 'SVC' AND NOT = 'OTH'
               MOVE '04' TO CL-RETURN-CODE
               GO TO P100000-EXIT.

           IF CL-SOURCE NOT = 'P' AND NOT = 'M' AND NOT = 'D'
               MOVE '04' TO CL-RETURN-CODE
               GO TO P100000-EXIT.

      *    A DEPARTMENT OF INSURANCE REFERRAL IS ANSWERED UNDER THE
      *    DEPARTMENT'S OWN FILE NUMBER.
           IF CL-SOURCE = 'D'
               AND CL-DOI-FILE-NUM = SPACES
               MOVE '05' TO CL-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE SPACES TO COMPLAINT-LOG-REC.
           MOVE ZERO   TO CMP-EMP-NUM.

           PERFORM P120000-FIND-THE-PARTY THRU P120000-EXIT.
           IF CL-RETURN-CODE NOT = '00'
               GO TO P100000-EXIT.

      *    THE STATE GIVEN OVERRIDES THE PARTY'S OWN - A REFERRAL FROM
      *    ANOTHER STATE'S DEPARTMENT IS ANSWERED UNDER ITS RULES.
           IF CL-STATE-CODE NOT = SPACES
               MOVE CL-STATE-CODE  TO CMP-STATE-CODE
           ELSE
               MOVE WS-PARTY-STATE TO CMP-STATE-CODE.

           IF CMP-STATE-CODE = SPACES
               MOVE '04' TO CL-RETURN-CODE
               GO TO P100000-EXIT.

           IF CL-RECEIVED-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :CMP-RECEIVED-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT CHAR(DATE(:CL-RECEIVED-DATE), ISO)
                     INTO :CMP-RECEIVED-DATE
                     FROM SYSIBM.SYSDUMMY1
                    WHERE DATE(:CL-RECEIVED-DATE) <= CURRENT DATE
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '04' TO CL-RETURN-CODE
               GO TO P100000-EXIT.

           PERFORM P250000-READ-RESPONSE-DAYS THRU P250000-EXIT.

           EXEC SQL
               SELECT CHAR(DATE(:CMP-RECEIVED-DATE)
                           + :WS-RESPONSE-DAYS DAYS, ISO)
                 INTO :CMP-DUE-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM P260000-BUSINESS-DUE-DATE THRU P260000-EXIT
               EXEC SQL
                   SELECT NEXT VALUE FOR COMPLAINT_LOG_SEQ
                     INTO :CMP-COMPLAINT-ID
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CL-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE CL-PARTY-TYPE      TO CMP-PARTY-TYPE.
           MOVE CL-CATEGORY        TO CMP-CATEGORY.
           MOVE CL-SOURCE          TO CMP-SOURCE.
           MOVE CL-DOI-FILE-NUM    TO CMP-DOI-FILE-NUM.
           MOVE CL-DESCRIPTION     TO CMP-DESCRIPTION.
           MOVE CL-OPERATOR-LOGON  TO CMP-OPENED-LOGON.

           EXEC SQL
               INSERT INTO COMPLAINT_LOG
                     (COMPLAINT_ID, PARTY_TYPE, CASE_NUM, EMP_NUM,
                      BROKER_ID, PARTY_IDNTITY, STATE_CODE, CATEGORY,
                      COMPLAINT_SOURCE, DOI_FILE_NUM, RECEIVED_DATE,
                      DUE_DATE, DESCRIPTION, COMPLAINT_STATUS,
                      ESCALATION_LEVEL, RESOLUTION_CODE,
                      RESOLUTION_TEXT, RESOLVED_DATE, OPENED_LOGON,
                      OPENED_TIMESTAMP, RESOLVED_LOGON)
               VALUES (:CMP-COMPLAINT-ID, :CMP-PARTY-TYPE,
                       :CMP-CASE-NUM, :CMP-EMP-NUM,
                       :CMP-BROKER-ID, :CMP-PARTY-IDNTITY,
                       :CMP-STATE-CODE, :CMP-CATEGORY,
                       :CMP-SOURCE, :CMP-DOI-FILE-NUM,
                       DATE(:CMP-RECEIVED-DATE), DATE(:CMP-DUE-DATE),
                       :CMP-DESCRIPTION, 'O', ' ', ' ', ' ', NULL,
                       :CMP-OPENED-LOGON, CURRENT TIMESTAMP, ' ')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CL-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE CMP-COMPLAINT-ID   TO CL-COMPLAINT-ID.
           MOVE CMP-DUE-DATE       TO CL-DUE-DATE.

       P100000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> FIND THE CASE, MEMBER OR BROKER'.
       P120000-FIND-THE-PARTY SECTION.

      *----------------------------------------------------------------*
      *    A CASE AND A BROKER TAKE THE STATE OF THEIR AGNTNAME        *
      *    ADDRESS; A MEMBER THE STATE OF THEIR OWN CENSUS ADDRESS.    *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-PARTY-STATE.
           MOVE ZERO   TO WS-STATE-IND.

           EVALUATE CL-PARTY-TYPE
               WHEN 'C'
               WHEN 'M'
                   IF CL-CASE-NUM = SPACES
                       MOVE '04' TO CL-RETURN-CODE
                       GO TO P120000-EXIT
                   END-IF
                   EXEC SQL
                       SELECT C.CASENAME#IDNTITY,
                              A.STATE
                         INTO :WS-CASE-IDNTITY,
                              :WS-PARTY-STATE :WS-STATE-IND
                         FROM CASE_MASTER C
                         LEFT JOIN AGNTNAME A
                           ON A.IDNTITY = C.CASENAME#IDNTITY
                        WHERE C.CASE_NUM = :CL-CASE-NUM
                   END-EXEC
                   MOVE CL-CASE-NUM     TO CMP-CASE-NUM
                   MOVE WS-CASE-IDNTITY TO CMP-PARTY-IDNTITY
               WHEN 'B'
                   IF CL-BROKER-ID = SPACES
                       MOVE '04' TO CL-RETURN-CODE
                       GO TO P120000-EXIT
                   END-IF
                   EXEC SQL
                       SELECT B.AGNTNAME#IDNTY,
                              A.STATE
                         INTO :CMP-PARTY-IDNTITY,
                              :WS-PARTY-STATE :WS-STATE-IND
                         FROM BROKER B
                         LEFT JOIN AGNTNAME A
                           ON A.IDNTITY = B.AGNTNAME#IDNTY
                        WHERE B.BROKER_ID = :CL-BROKER-ID
                        FETCH FIRST ROW ONLY
                   END-EXEC
                   MOVE CL-BROKER-ID    TO CMP-BROKER-ID
               WHEN OTHER
                   MOVE '04' TO CL-RETURN-CODE
                   GO TO P120000-EXIT
           END-EVALUATE.

           IF SQLCODE = +100
               MOVE '03' TO CL-RETURN-CODE
               GO TO P120000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CL-RETURN-CODE
               GO TO P120000-EXIT.

           IF WS-STATE-IND < ZERO
               MOVE SPACES TO WS-PARTY-STATE.

           IF CL-PARTY-TYPE NOT = 'M'
               GO TO P120000-EXIT.

           MOVE CL-EMP-NUM TO WS-EMP-NUM.

           EXEC SQL
               SELECT STATE
                 INTO :WS-PARTY-STATE
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :CL-CASE-NUM
                  AND EMP_NUM          = :WS-EMP-NUM
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               MOVE '03' TO CL-RETURN-CODE
               GO TO P120000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CL-RETURN-CODE
               GO TO P120000-EXIT.

           MOVE WS-EMP-NUM TO CMP-EMP-NUM.

       P120000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> SECURITY CHECK'.
       P150000-SECCHECK SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'COMPLOG'  TO SEC-RESOURCE-NAME.
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
               MOVE '08' TO CL-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> THE STATE RESPONSE DEADLINE'.
       P250000-READ-RESPONSE-DAYS SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'COMPLOG' / 'RESPONSE DAYS' AS THREE DIGITS,  *
      *    FOLLOWED BY 'B' WHERE THE STATE COUNTS BUSINESS DAYS.       *
      *    RULE_ENTITY IS THE STATE OR 'ALL'; RULE_QUALIFIER IS THE    *
      *    SOURCE (A STATE MAY ALLOW LESS TIME ON A DOI REFERRAL) OR   *
      *    SPACES FOR EVERY SOURCE.  THE MOST SPECIFIC ROW WINS, ELSE  *
      *    30 CALENDAR DAYS.                                           *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-RESPONSE-DAYS TO WS-RESPONSE-DAYS.
           MOVE 'N'                      TO WS-BUSINESS-DAYS-SW.
           MOVE CMP-STATE-CODE           TO WS-RULE-ENTITY.
           MOVE CL-SOURCE                TO WS-RULE-QUALIFIER.
           MOVE SPACES                   TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID     = 'COMPLOG'
                  AND RULE           = 'RESPONSE DAYS'
                  AND RULE_ENTITY    IN (:WS-RULE-ENTITY, 'ALL')
                  AND RULE_QUALIFIER IN (:WS-RULE-QUALIFIER, ' ')
                  AND CURRENT_IND    = 'Y'
                ORDER BY CASE WHEN RULE_ENTITY = 'ALL'
                              THEN 2 ELSE 0 END
                       + CASE WHEN RULE_QUALIFIER = ' '
                              THEN 1 ELSE 0 END
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE WS-RULE-DIGITS-3    TO WS-RESPONSE-DAYS
               IF PR-RULE-VALUE (4:1) = 'B'
                   MOVE 'Y' TO WS-BUSINESS-DAYS-SW.

       P250000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> DUE DATE ON THE OFFICE CALENDAR'.
       P260000-BUSINESS-DUE-DATE SECTION.

      *----------------------------------------------------------------*
      *    A STATE THAT COUNTS BUSINESS DAYS HAS ITS DUE DATE COUNTED  *
      *    ON BUSDATE'S OFFICE CALENDAR FROM THE RECEIVED DATE.  A     *
      *    CALENDAR-DAY DUE DATE THAT LANDS ON A WEEKEND OR HOLIDAY    *
      *    ROLLS TO THE NEXT OPEN DAY.  IF THE CALENDAR CANNOT BE READ *
      *    THE CALENDAR-DAY DATE STANDS.                               *
      *----------------------------------------------------------------*
           MOVE SPACES         TO BUSDATE-COMM-AREA.
           MOVE 'A'            TO BD-FUNCTION-CODE.
           MOVE 'O'            TO BD-CALENDAR.
           MOVE CMP-STATE-CODE TO BD-STATE-CODE.
           MOVE ZERO           TO BD-DAY-COUNT BD-LOAD-YEAR
                                  BD-ROWS-LOADED BD-LIST-COUNT.

           IF RESPONSE-IN-BUSINESS-DAYS
               MOVE CMP-RECEIVED-DATE TO BD-DATE-IN
               MOVE WS-RESPONSE-DAYS  TO BD-DAY-COUNT
           ELSE
               MOVE CMP-DUE-DATE      TO BD-DATE-IN.

           EXEC CICS LINK
                     PROGRAM  ('BUSDATE')
                     COMMAREA (BUSDATE-COMM-AREA)
                     LENGTH   (LENGTH OF BUSDATE-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND BD-RETURN-CODE = '00'
               MOVE BD-DATE-OUT TO CMP-DUE-DATE.

       P260000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> RESOLVE A COMPLAINT'.
       P300000-RESOLVE SECTION.

           IF CL-RESOLUTION-CODE NOT = 'J' AND NOT = 'N'
                             AND NOT = 'C' AND NOT = 'W'
               MOVE '07' TO CL-RETURN-CODE
               GO TO P300000-EXIT.

           IF CL-RESOLUTION-TEXT = SPACES
               MOVE '07' TO CL-RETURN-CODE
               GO TO P300000-EXIT.

           PERFORM P150000-SECCHECK THRU P150000-EXIT.
           IF CL-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           EXEC SQL
               UPDATE COMPLAINT_LOG
                  SET COMPLAINT_STATUS = 'R',
                      RESOLUTION_CODE  = :CL-RESOLUTION-CODE,
                      RESOLUTION_TEXT  = :CL-RESOLUTION-TEXT,
                      RESOLVED_DATE    = CURRENT DATE,
                      RESOLVED_LOGON   = :CL-OPERATOR-LOGON
                WHERE COMPLAINT_ID     = :CL-COMPLAINT-ID
                  AND COMPLAINT_STATUS = 'O'
           END-EXEC.

           IF SQLCODE = +100
               MOVE '06' TO CL-RETURN-CODE
               GO TO P300000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CL-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> THE NIGHTLY ESCALATION RUN'.
       P400000-ESCALATION-RUN SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'COMPLOG' / 'ESCALATE DAYS' (RULE_ENTITY      *
      *    'ALL') AS THREE DIGITS - HOW CLOSE TO ITS DUE DATE AN OPEN  *
      *    COMPLAINT IS RAISED TO THE SUPERVISORS, ELSE 5 DAYS.        *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-ESCALATE-DAYS TO WS-ESCALATE-DAYS.
           MOVE SPACES                   TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'COMPLOG'
                  AND RULE        = 'ESCALATE DAYS'
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE WS-RULE-DIGITS-3    TO WS-ESCALATE-DAYS.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'COMPLAINTS NEARING OR PAST THEIR RESPONSE DUE DATE'
                                          TO WS-REPORT-LINE.
           PERFORM P900000-WRITE-ESCALATION-LINE THRU P900000-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING ' LVL  COMPLAINT  PARTY            ST CAT SRC'
                                          DELIMITED BY SIZE
                  '  DUE DATE    DAYS  DOI FILE'
                                          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-ESCALATION-LINE THRU P900000-EXIT.

           EXEC SQL
               OPEN CLESCCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CL-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N' TO WS-ESC-EOF-SW.

           PERFORM P450000-ESCALATE-ONE THRU P450000-EXIT
               UNTIL ESCALATE-EOF.

           EXEC SQL
               CLOSE CLESCCUR
           END-EXEC.

           IF CL-RETURN-CODE = '00'
               AND CL-NEWLY-WARNED  = ZERO
               AND CL-NEWLY-OVERDUE = ZERO
               MOVE '02' TO CL-RETURN-CODE.

       P400000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> ESCALATE ONE COMPLAINT'.
       P450000-ESCALATE-ONE SECTION.

           MOVE SPACES TO COMPLAINT-LOG-REC.

           EXEC SQL
               FETCH CLESCCUR
                 INTO :CMP-COMPLAINT-ID,
                      :CMP-PARTY-TYPE,
                      :CMP-CASE-NUM,
                      :CMP-BROKER-ID,
                      :CMP-STATE-CODE,
                      :CMP-CATEGORY,
                      :CMP-SOURCE,
                      :CMP-DOI-FILE-NUM,
                      :CMP-DUE-DATE,
                      :WS-DAYS-TO-DUE,
                      :WS-NEW-LEVEL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CL-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ESC-EOF-SW
               GO TO P450000-EXIT.

           EXEC SQL
               UPDATE COMPLAINT_LOG
                  SET ESCALATION_LEVEL = :WS-NEW-LEVEL
                WHERE COMPLAINT_ID     = :CMP-COMPLAINT-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CL-RETURN-CODE
               MOVE 'Y'  TO WS-ESC-EOF-SW
               GO TO P450000-EXIT.

           IF WS-NEW-LEVEL = '2'
               ADD 1 TO CL-NEWLY-OVERDUE
           ELSE
               ADD 1 TO CL-NEWLY-WARNED.

           MOVE SPACES TO WS-EDIT-PARTY.
           IF CMP-PARTY-TYPE = 'B'
               STRING 'BROKER '        DELIMITED BY SIZE
                      CMP-BROKER-ID    DELIMITED BY SIZE
                   INTO WS-EDIT-PARTY
               END-STRING
           ELSE
               STRING 'CASE '          DELIMITED BY SIZE
                      CMP-CASE-NUM     DELIMITED BY SIZE
                   INTO WS-EDIT-PARTY
               END-STRING.

           MOVE CMP-COMPLAINT-ID TO WS-EDIT-ID.
           MOVE WS-DAYS-TO-DUE   TO WS-EDIT-DAYS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  '             DELIMITED BY SIZE
                  WS-NEW-LEVEL     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-ID       DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-PARTY    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CMP-STATE-CODE   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CMP-CATEGORY     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  CMP-SOURCE       DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  CMP-DUE-DATE     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-DAYS     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  CMP-DOI-FILE-NUM DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-ESCALATION-LINE THRU P900000-EXIT.

       P450000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> SET THE REPORT QUARTER'.
       P650000-SET-THE-QUARTER SECTION.

           IF CL-REPORT-QUARTER = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE - 3 MONTHS, ISO)
                     INTO :WS-QUARTER-START
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE WS-QUARTER-START (6:2) TO WS-MONTH-NUMBER
               COMPUTE WS-QUARTER-NUMBER = (WS-MONTH-NUMBER + 2) / 3
               MOVE WS-QUARTER-START (1:4) TO CL-REPORT-QUARTER (1:4)
               MOVE WS-QUARTER-NUMBER      TO CL-REPORT-QUARTER (5:1)
           END-IF.

           IF CL-REPORT-QUARTER IS NOT NUMERIC
               MOVE '09' TO CL-RETURN-CODE
               GO TO P650000-EXIT.

           MOVE CL-REPORT-QUARTER (5:1) TO WS-QUARTER-NUMBER.
           IF WS-QUARTER-NUMBER < 1 OR WS-QUARTER-NUMBER > 4
               MOVE '09' TO CL-RETURN-CODE
               GO TO P650000-EXIT.

           COMPUTE WS-MONTH-NUMBER = (WS-QUARTER-NUMBER * 3) - 2.

           MOVE CL-REPORT-QUARTER TO WS-REPORT-QUARTER.
           MOVE SPACES            TO WS-QUARTER-START.
           STRING CL-REPORT-QUARTER (1:4) DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  WS-MONTH-NUMBER         DELIMITED BY SIZE
                  '-01'                   DELIMITED BY SIZE
               INTO WS-QUARTER-START
           END-STRING.

       P650000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> QUARTERLY COMPLAINTS BY STATE'.
       P700000-QUARTERLY-REPORT SECTION.

           PERFORM P650000-SET-THE-QUARTER THRU P650000-EXIT.
           IF CL-RETURN-CODE NOT = '00'
               GO TO P700000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COMPLAINTS BY STATE AND CATEGORY  QUARTER '
                                          DELIMITED BY SIZE
                  WS-REPORT-QUARTER (1:4) DELIMITED BY SIZE
                  '-Q'                    DELIMITED BY SIZE
                  WS-REPORT-QUARTER (5:1) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P950000-WRITE-QUARTERLY-LINE THRU P950000-EXIT.
           MOVE '  ST  CAT  RECEIVED  RESOLVED    OPEN    LATE     DOI'
                                          TO WS-REPORT-LINE.
           PERFORM P950000-WRITE-QUARTERLY-LINE THRU P950000-EXIT.

           EXEC SQL
               OPEN CLRPTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CL-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE 'N'    TO WS-RPT-EOF-SW.
           MOVE SPACES TO WS-PRIOR-STATE.
           MOVE ZERO   TO WS-TOT-RESOLVED WS-TOT-OPEN
                          WS-TOT-LATE WS-TOT-DOI.

           PERFORM P750000-ONE-CATEGORY-LINE THRU P750000-EXIT
               UNTIL RPT-EOF.

           EXEC SQL
               CLOSE CLRPTCUR
           END-EXEC.

           IF CL-RETURN-CODE NOT = '00'
               GO TO P700000-EXIT.

           IF CL-QUARTER-COMPLAINTS = ZERO
               MOVE '02' TO CL-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE CL-QUARTER-COMPLAINTS TO WS-EDIT-RECEIVED.
           MOVE WS-TOT-RESOLVED       TO WS-EDIT-RESOLVED.
           MOVE WS-TOT-OPEN           TO WS-EDIT-OPEN.
           MOVE WS-TOT-LATE           TO WS-EDIT-LATE.
           MOVE WS-TOT-DOI            TO WS-EDIT-DOI.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TOTAL     '   DELIMITED BY SIZE
                  WS-EDIT-RECEIVED DELIMITED BY SIZE
                  '    '           DELIMITED BY SIZE
                  WS-EDIT-RESOLVED DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-OPEN     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-LATE     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-DOI      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P950000-WRITE-QUARTERLY-LINE THRU P950000-EXIT.

       P700000-EXIT.
           EXIT.
       P750000-ONE-CATEGORY-LINE SECTION.

           EXEC SQL
               FETCH CLRPTCUR
                 INTO :WS-RPT-STATE,
                      :WS-RPT-CATEGORY,
                      :WS-RPT-RECEIVED,
                      :WS-RPT-RESOLVED,
                      :WS-RPT-OPEN,
                      :WS-RPT-LATE,
                      :WS-RPT-DOI
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CL-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RPT-EOF-SW
               GO TO P750000-EXIT.

           ADD WS-RPT-RECEIVED TO CL-QUARTER-COMPLAINTS.
           ADD WS-RPT-RESOLVED TO WS-TOT-RESOLVED.
           ADD WS-RPT-OPEN     TO WS-TOT-OPEN.
           ADD WS-RPT-LATE     TO WS-TOT-LATE.
           ADD WS-RPT-DOI      TO WS-TOT-DOI.

      *    THE STATE PRINTS ONLY WHEN IT CHANGES.
           IF WS-RPT-STATE = WS-PRIOR-STATE
               MOVE SPACES       TO WS-EDIT-STATE
           ELSE
               MOVE WS-RPT-STATE TO WS-EDIT-STATE
               MOVE WS-RPT-STATE TO WS-PRIOR-STATE.

           MOVE WS-RPT-RECEIVED TO WS-EDIT-RECEIVED.
           MOVE WS-RPT-RESOLVED TO WS-EDIT-RESOLVED.
           MOVE WS-RPT-OPEN     TO WS-EDIT-OPEN.
           MOVE WS-RPT-LATE     TO WS-EDIT-LATE.
           MOVE WS-RPT-DOI      TO WS-EDIT-DOI.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  '             DELIMITED BY SIZE
                  WS-EDIT-STATE    DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-RPT-CATEGORY  DELIMITED BY SIZE
                  '    '           DELIMITED BY SIZE
                  WS-EDIT-RECEIVED DELIMITED BY SIZE
                  '    '           DELIMITED BY SIZE
                  WS-EDIT-RESOLVED DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-OPEN     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-LATE     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-DOI      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P950000-WRITE-QUARTERLY-LINE THRU P950000-EXIT.

       P750000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> WRITE ONE LINE TO CMPE'.
       P900000-WRITE-ESCALATION-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('CMPE')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
           TITLE 'COMPLOG --> WRITE ONE LINE TO CMPR'.
       P950000-WRITE-QUARTERLY-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('CMPR')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P950000-EXIT.
           EXIT.
