       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASSOCVER.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: ASSOCVER                                        *
      *  PROGRAM TEXT:  ASSOCIATION MEMBERSHIP ROSTER VERIFICATION.     *
      *                 ASSOCIATION-SPONSORED CASES CARRY               *
      *                 ASSOCIATION_ID ON CASE_MASTER AND COVERAGE ENDS *
      *                 WHEN THE EMPLOYER'S MEMBERSHIP LAPSES, BUT WE   *
      *                 ONLY HEARD WHEN THE ASSOCIATION PHONED.         *
      *                 FUNCTION 'M' WORKS THE STAGED ROSTERS ONCE      *
      *                 FILECTL HAS PROVED THEM: A MEMBER MATCHING AN   *
      *                 IN-FORCE CASE OF THE ASSOCIATION BY EMPLOYER_ID *
      *                 IS MARKED MATCHED (AND TAKEN OUT OF GRACE IF IT *
      *                 HAD DROPPED OFF); A MEMBER WE DO NOT COVER IS   *
      *                 KEPT AS A MARKETING LEAD AND ROUTED TO AN AGENT *
      *                 CARRYING THE ASSOCIATION ON AGNTNAME.  AN IN-   *
      *                 FORCE CASE OF AN ASSOCIATION THAT SENT A ROSTER *
      *                 BUT NO LONGER LISTS IT IS PUT IN GRACE: NOTICE  *
      *                 THROUGH CORRGEN, DIARY ON THE ASSOCIATION DESK. *
      *                 FUNCTION 'T' RUNS NIGHTLY AND TERMINATES A CASE *
      *                 WHOSE GRACE (PROGRAM_RULES 'GRACE DAYS',        *
      *                 DEFAULT 60) HAS RUN OUT.  'X' CLEARS A GRACE    *
      *                 THE DESK HAS CONFIRMED AND 'W' MARKS A LEAD     *
      *                 WORKED.  EVERYTHING GOES TO THE ASCR TDQ.       *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'M'/'T' RUN FOR A PREDECESSOR THAT HAS NOT    *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.

       01  WS-GATE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-GATE-DATE-IND             PIC S9(4) COMP VALUE ZERO.

       01  FILECTL-COMM-AREA.
           COPY FILECTLC.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

       01  DIARY-COMM-AREA.
           COPY DIARYMNC.

       01  WS-ROSTER-EOF-SW             PIC X     VALUE 'N'.
           88  ROSTER-EOF               VALUE 'Y'.
       01  WS-MISSING-EOF-SW            PIC X     VALUE 'N'.
           88  MISSING-EOF              VALUE 'Y'.
       01  WS-EXPIRED-EOF-SW            PIC X     VALUE 'N'.
           88  EXPIRED-EOF              VALUE 'Y'.

       01  WS-DEFAULT-GRACE-DAYS        PIC 9(3)  VALUE 60.
       01  WS-GRACE-DAYS                PIC 9(3)  VALUE ZERO.
       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.
       01  WS-AGENT-ASSOC               PIC X(5)  VALUE SPACES.
       01  WS-MATCH-COUNT               PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-MATCH-CASE-IND            PIC S9(4) COMP VALUE ZERO.
       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-ASSOCIATION-ID            PIC X(6)  VALUE SPACES.
       01  WS-TERM-DUE-DATE             PIC X(10) VALUE SPACES.
       01  WS-CLOSE-STATUS              PIC X(1)  VALUE SPACE.

       01  WS-REPORT-LINE               PIC X(90) VALUE SPACES.
       01  WS-EDIT-COUNT                PIC ZZ9   VALUE ZERO.
       01  WS-EDIT-DAYS                 PIC ZZ9   VALUE ZERO.

           COPY ASCSTAGE.
           COPY ASCLAPSE.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE ASRCUR CURSOR FOR
               SELECT ASSOCIATION_ID,
                      CHAR(ROSTER_DATE, ISO),
                      MEMBER_ID,
                      EMPLOYER_ID,
                      EMPLOYER_NAME
                 FROM ASSOC_ROSTER_STAGE
                WHERE PROCESS_STATUS = 'P'
                ORDER BY ASSOCIATION_ID, MEMBER_ID
           END-EXEC.

      *----------------------------------------------------------------*
      *    IN-FORCE CASES OF AN ASSOCIATION WORKED IN THIS RUN THAT    *
      *    NO ROSTER ROW OF THE RUN MATCHED, AND THAT ARE NOT ALREADY  *
      *    IN GRACE.  AN ASSOCIATION THAT SENT NOTHING IS LEFT ALONE - *
      *    A MISSING FILE IS NOT A LAPSED MEMBERSHIP.                  *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE ASMISCUR CURSOR FOR
               SELECT C.CASE_NUM,
                      C.CASENAME#IDNTITY,
                      C.ASSOCIATION_ID
                 FROM CASE_MASTER C
                WHERE C.ACTIVE_CODE IN ('CM', ' P')
                  AND C.ASSOCIATION_ID <> ' '
                  AND EXISTS
                      (SELECT 1
                         FROM ASSOC_ROSTER_STAGE S
                        WHERE S.ASSOCIATION_ID = C.ASSOCIATION_ID
                          AND S.PROCESS_STATUS <> 'P'
                          AND DATE(S.PROCESS_TIMESTAMP)
                                        >= DATE(:WS-GATE-DATE))
                  AND NOT EXISTS
                      (SELECT 1
                         FROM ASSOC_ROSTER_STAGE S
                        WHERE S.ASSOCIATION_ID = C.ASSOCIATION_ID
                          AND S.EMPLOYER_ID    = C.EMPLOYER_ID
                          AND S.PROCESS_STATUS = 'M'
                          AND DATE(S.PROCESS_TIMESTAMP)
                                        >= DATE(:WS-GATE-DATE))
                  AND NOT EXISTS
                      (SELECT 1
                         FROM ASSOC_MEMBER_LAPSE L
                        WHERE L.CASE_NUM     = C.CASE_NUM
                          AND L.LAPSE_STATUS = 'G')
                ORDER BY C.CASE_NUM
           END-EXEC.

           EXEC SQL DECLARE ASEXPCUR CURSOR FOR
               SELECT CASE_NUM,
                      ASSOCIATION_ID,
                      CHAR(TERM_DUE_DATE, ISO)
                 FROM ASSOC_MEMBER_LAPSE
                WHERE LAPSE_STATUS  = 'G'
                  AND TERM_DUE_DATE <= CURRENT DATE
                ORDER BY CASE_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'ASSOCVER --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY ASSOCVEC.
           TITLE 'ASSOCVER --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'ASSOCVER' TO RL-PROGRAM-NAME.
           IF AV-FUNCTION-CODE = 'M' OR 'T'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
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

           MOVE '00' TO AV-RETURN-CODE.
           MOVE ZERO TO AV-ROWS-READ AV-MEMBERS-MATCHED AV-LEADS-FOUND
                        AV-GRACE-NOTICES AV-CASES-RESTORED
                        AV-CASES-TERMED.

           EVALUATE AV-FUNCTION-CODE
               WHEN 'M'
                   PERFORM P200000-MATCH-THE-ROSTERS THRU P200000-EXIT
               WHEN 'T'
                   PERFORM P600000-TERM-EXPIRED-GRACE THRU P600000-EXIT
               WHEN 'X'
                   PERFORM P700000-CLEAR-A-GRACE THRU P700000-EXIT
               WHEN 'W'
                   PERFORM P750000-LEAD-WORKED THRU P750000-EXIT
               WHEN OTHER
                   MOVE '01' TO AV-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF AV-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'X'    TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E'    TO RL-FUNCTION-CODE.

           MOVE 'ASSOCVER' TO RL-PROGRAM-NAME.
           MOVE AV-ROWS-READ TO RL-RECORD-COUNT.
           MOVE AV-RETURN-CODE TO RL-PROGRAM-RC.
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
           TITLE 'ASSOCVER --> WORK THE STAGED ROSTERS'.
       P200000-MATCH-THE-ROSTERS SECTION.

      *----------------------------------------------------------------*
      *    THE COMMON FILECTL CONTROL GATE, KEYED BY THE LATEST        *
      *    CONTROL RECORD FOR THE TYPE.  NO CONTROL RECORD AT ALL      *
      *    MEANS NOBODY PROVED THE FILE WHOLE - HOLD.                  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-GATE-DATE-IND.
           EXEC SQL
               SELECT CHAR(MAX(FILE_DATE), ISO)
                 INTO :WS-GATE-DATE :WS-GATE-DATE-IND
                 FROM FILE_CONTROL_LOG
                WHERE FILE_TYPE = 'ASSOCRST'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-GATE-DATE-IND < ZERO
               MOVE '08' TO AV-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE SPACES       TO FILECTL-COMM-AREA.
           MOVE 'C'          TO FC-FUNCTION-CODE.
           MOVE 'ASSOCRST'   TO FC-FILE-TYPE.
           MOVE WS-GATE-DATE TO FC-FILE-DATE.

           EXEC CICS LINK
                     PROGRAM  ('FILECTL')
                     COMMAREA (FILECTL-COMM-AREA)
                     LENGTH   (LENGTH OF FILECTL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF FC-RETURN-CODE = '08'
               MOVE '08' TO AV-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN ASRCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-ROSTER-EOF-SW.

           PERFORM P250000-MATCH-ONE-MEMBER THRU P250000-EXIT
               UNTIL ROSTER-EOF.

           EXEC SQL
               CLOSE ASRCUR
           END-EXEC.

           IF AV-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

      *    AN EMPTY RUN PROVES NOTHING ABOUT THE CASES - NO GRACE.
           IF AV-ROWS-READ = ZERO
               GO TO P200000-EXIT.

           PERFORM P400000-CASES-OFF-THE-ROSTER THRU P400000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'ASSOCVER --> MATCH ONE ROSTER MEMBER'.
       P250000-MATCH-ONE-MEMBER SECTION.

           EXEC SQL
               FETCH ASRCUR
                 INTO :ASR-ASSOCIATION-ID,
                      :ASR-ROSTER-DATE,
                      :ASR-MEMBER-ID,
                      :ASR-EMPLOYER-ID,
                      :ASR-EMPLOYER-NAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AV-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ROSTER-EOF-SW
               GO TO P250000-EXIT.

           ADD 1 TO AV-ROWS-READ.

           MOVE SPACES TO ASR-MATCHED-CASE ASR-LEAD-AGENT.
           MOVE ZERO   TO WS-MATCH-CASE-IND.

           EXEC SQL
               SELECT COUNT(*),
                      MIN(CASE_NUM)
                 INTO :WS-MATCH-COUNT,
                      :ASR-MATCHED-CASE :WS-MATCH-CASE-IND
                 FROM CASE_MASTER
                WHERE ASSOCIATION_ID = :ASR-ASSOCIATION-ID
                  AND EMPLOYER_ID    = :ASR-EMPLOYER-ID
                  AND ACTIVE_CODE IN ('CM', ' P')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               MOVE 'Y'  TO WS-ROSTER-EOF-SW
               GO TO P250000-EXIT.

           IF WS-MATCH-CASE-IND < ZERO
               MOVE SPACES TO ASR-MATCHED-CASE.

           IF WS-MATCH-COUNT = ZERO
               PERFORM P300000-MEMBER-IS-A-LEAD THRU P300000-EXIT
               GO TO P250000-EXIT.

           MOVE 'M' TO ASR-PROCESS-STATUS.
           PERFORM P350000-STAMP-THE-ROW THRU P350000-EXIT.

           IF AV-RETURN-CODE NOT = '00'
               GO TO P250000-EXIT.

           ADD 1 TO AV-MEMBERS-MATCHED.

      *----------------------------------------------------------------*
      *    AN EMPLOYER BACK ON THE ROSTER COMES OUT OF GRACE - EVERY   *
      *    CASE IT HOLDS WITH THE ASSOCIATION.                         *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE ASSOC_MEMBER_LAPSE
                  SET LAPSE_STATUS     = 'R',
                      CLOSED_DATE      = CURRENT DATE,
                      CHANGE_LOGON     = 'ASSOCVER',
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE LAPSE_STATUS   = 'G'
                  AND ASSOCIATION_ID = :ASR-ASSOCIATION-ID
                  AND CASE_NUM IN
                      (SELECT CASE_NUM
                         FROM CASE_MASTER
                        WHERE ASSOCIATION_ID = :ASR-ASSOCIATION-ID
                          AND EMPLOYER_ID    = :ASR-EMPLOYER-ID)
           END-EXEC.

           IF SQLCODE = +100
               GO TO P250000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               MOVE 'Y'  TO WS-ROSTER-EOF-SW
               GO TO P250000-EXIT.

           ADD 1 TO AV-CASES-RESTORED.

           MOVE WS-MATCH-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RESTORED    CASE '  DELIMITED BY SIZE
                  ASR-MATCHED-CASE     DELIMITED BY SIZE
                  ' ASSOC '            DELIMITED BY SIZE
                  ASR-ASSOCIATION-ID   DELIMITED BY SIZE
                  ' BACK ON ROSTER '   DELIMITED BY SIZE
                  ASR-ROSTER-DATE      DELIMITED BY SIZE
                  ' CASES '            DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P250000-EXIT.
           EXIT.
           TITLE 'ASSOCVER --> A MEMBER WE DO NOT COVER'.
       P300000-MEMBER-IS-A-LEAD SECTION.

      *----------------------------------------------------------------*
      *    THE LEAD GOES TO THE FIRST AGENT CARRYING THE ASSOCIATION   *
      *    ON AGNTNAME ASSOCIATION1-3 (THE FIVE-CHARACTER CODE).  NO   *
      *    SUCH AGENT LEAVES IT FOR SALES TO ASSIGN.                   *
      *----------------------------------------------------------------*
           MOVE ASR-ASSOCIATION-ID (1:5) TO WS-AGENT-ASSOC.

           EXEC SQL
               SELECT IDNTITY
                 INTO :ASR-LEAD-AGENT
                 FROM AGNTNAME
                WHERE ASSOCIATION1 = :WS-AGENT-ASSOC
                   OR ASSOCIATION2 = :WS-AGENT-ASSOC
                   OR ASSOCIATION3 = :WS-AGENT-ASSOC
                ORDER BY IDNTITY
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AV-RETURN-CODE
                   MOVE 'Y'  TO WS-ROSTER-EOF-SW
                   GO TO P300000-EXIT
               END-IF
               MOVE SPACES TO ASR-LEAD-AGENT.

           MOVE 'L' TO ASR-PROCESS-STATUS.
           PERFORM P350000-STAMP-THE-ROW THRU P350000-EXIT.

           IF AV-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           ADD 1 TO AV-LEADS-FOUND.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LEAD        ASSOC '  DELIMITED BY SIZE
                  ASR-ASSOCIATION-ID    DELIMITED BY SIZE
                  ' MEMBER '            DELIMITED BY SIZE
                  ASR-MEMBER-ID         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  ASR-EMPLOYER-NAME     DELIMITED BY SIZE
                  ' AGENT '             DELIMITED BY SIZE
                  ASR-LEAD-AGENT        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P300000-EXIT.
           EXIT.
           TITLE 'ASSOCVER --> STAMP ONE STAGED ROW'.
       P350000-STAMP-THE-ROW SECTION.

           EXEC SQL
               UPDATE ASSOC_ROSTER_STAGE
                  SET PROCESS_STATUS     = :ASR-PROCESS-STATUS,
                      MATCHED_CASE_NUM   = :ASR-MATCHED-CASE,
                      LEAD_AGENT_IDNTITY = :ASR-LEAD-AGENT,
                      PROCESS_TIMESTAMP  = CURRENT TIMESTAMP
                WHERE ASSOCIATION_ID = :ASR-ASSOCIATION-ID
                  AND MEMBER_ID      = :ASR-MEMBER-ID
                  AND PROCESS_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               MOVE 'Y'  TO WS-ROSTER-EOF-SW.

       P350000-EXIT.
           EXIT.
           TITLE 'ASSOCVER --> CASES THE ROSTER NO LONGER CARRIES'.
       P400000-CASES-OFF-THE-ROSTER SECTION.

           EXEC SQL
               OPEN ASMISCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N' TO WS-MISSING-EOF-SW.

           PERFORM P450000-START-ONE-GRACE THRU P450000-EXIT
               UNTIL MISSING-EOF.

           EXEC SQL
               CLOSE ASMISCUR
           END-EXEC.

       P400000-EXIT.
           EXIT.
       P450000-START-ONE-GRACE SECTION.

           EXEC SQL
               FETCH ASMISCUR
                 INTO :WS-CASE-NUM,
                      :WS-CASE-IDNTITY,
                      :WS-ASSOCIATION-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AV-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-MISSING-EOF-SW
               GO TO P450000-EXIT.

           PERFORM P500000-GET-GRACE-DAYS THRU P500000-EXIT.

           EXEC SQL
               SELECT CHAR(CURRENT DATE + :WS-GRACE-DAYS DAYS, ISO)
                 INTO :WS-TERM-DUE-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               MOVE 'Y'  TO WS-MISSING-EOF-SW
               GO TO P450000-EXIT.

           EXEC SQL
               INSERT INTO ASSOC_MEMBER_LAPSE
                    ( CASE_NUM,
                      ASSOCIATION_ID,
                      CASENAME#IDNTITY,
                      ROSTER_DATE,
                      NOTICE_DATE,
                      TERM_DUE_DATE,
                      LAPSE_STATUS,
                      CLOSED_DATE,
                      CHANGE_LOGON,
                      CHANGE_TIMESTAMP )
               VALUES
                    ( :WS-CASE-NUM,
                      :WS-ASSOCIATION-ID,
                      :WS-CASE-IDNTITY,
                      DATE(:WS-GATE-DATE),
                      CURRENT DATE,
                      DATE(:WS-TERM-DUE-DATE),
                      'G',
                      NULL,
                      'ASSOCVER',
                      CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               MOVE 'Y'  TO WS-MISSING-EOF-SW
               GO TO P450000-EXIT.

           ADD 1 TO AV-GRACE-NOTICES.

      *    A NOTICE THAT FAILS TO PRINT IS NOT A REASON TO STOP THE
      *    RUN - THE DIARY STILL PUTS THE CASE IN FRONT OF THE DESK.
           MOVE WS-GRACE-DAYS     TO WS-EDIT-DAYS.
           MOVE SPACES            TO CORRGEN-COMM-AREA.
           MOVE 'G'               TO CG-FUNCTION-CODE.
           MOVE 'ASSOCLPS'        TO CG-TEMPLATE-ID.
           MOVE WS-CASE-IDNTITY   TO CG-IDNTITY.
           MOVE WS-CASE-NUM       TO CG-CASE-NUM.
           MOVE WS-ASSOCIATION-ID TO CG-SUBST-VALUE (1).
           MOVE WS-GATE-DATE      TO CG-SUBST-VALUE (2).
           MOVE WS-TERM-DUE-DATE  TO CG-SUBST-VALUE (3).
           MOVE WS-EDIT-DAYS      TO CG-SUBST-VALUE (4).
           MOVE 'ASSOCVER'        TO CG-OPERATOR-LOGON.
           MOVE 'ASSOCVER'        TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *----------------------------------------------------------------*
      *    A DIARY ITEM ON THE ASSOCIATION DESK QUEUE, DUE THE DAY     *
      *    THE GRACE RUNS OUT, SO SOMEONE CALLS THE ASSOCIATION FIRST. *
      *----------------------------------------------------------------*
           MOVE SPACES           TO DIARY-COMM-AREA.
           MOVE 'A'              TO DY-FUNCTION-CODE.
           MOVE 'ASSOCDSK'       TO DY-OWNER-LOGON.
           MOVE WS-CASE-NUM      TO DY-CASE-NUM.
           MOVE WS-CASE-IDNTITY  TO DY-IDNTITY.
           MOVE WS-TERM-DUE-DATE TO DY-DUE-DATE.
           MOVE 'ASC'            TO DY-REASON-CODE.
           MOVE 'OFF ASSOCIATION ROSTER - GRACE TO TERM'
                                 TO DY-DIARY-TEXT.
           MOVE 'ASSOCVER'       TO DY-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GRACE       CASE '  DELIMITED BY SIZE
                  WS-CASE-NUM          DELIMITED BY SIZE
                  ' ASSOC '            DELIMITED BY SIZE
                  WS-ASSOCIATION-ID    DELIMITED BY SIZE
                  ' OFF ROSTER '       DELIMITED BY SIZE
                  WS-GATE-DATE         DELIMITED BY SIZE
                  ' TERM DUE '         DELIMITED BY SIZE
                  WS-TERM-DUE-DATE     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P450000-EXIT.
           EXIT.
           TITLE 'ASSOCVER --> GRACE DAYS FOR THE ASSOCIATION'.
       P500000-GET-GRACE-DAYS SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'ASSOCVER' / 'GRACE DAYS' AS THREE DIGITS,    *
      *    RULE_ENTITY THE ASSOCIATION_ID OR 'ALL', ELSE 60 DAYS.      *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-GRACE-DAYS TO WS-GRACE-DAYS.
           MOVE WS-ASSOCIATION-ID     TO WS-RULE-ENTITY.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'ASSOCVER'
                  AND RULE        = 'GRACE DAYS'
                  AND RULE_ENTITY IN (:WS-RULE-ENTITY, 'ALL')
                  AND CURRENT_IND = 'Y'
                ORDER BY CASE WHEN RULE_ENTITY = 'ALL'
                              THEN 1 ELSE 0 END
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-GRACE-DAYS.

       P500000-EXIT.
           EXIT.
           TITLE 'ASSOCVER --> TERMINATE WHERE THE GRACE RAN OUT'.
       P600000-TERM-EXPIRED-GRACE SECTION.

           EXEC SQL
               OPEN ASEXPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N' TO WS-EXPIRED-EOF-SW.

           PERFORM P650000-TERM-ONE-CASE THRU P650000-EXIT
               UNTIL EXPIRED-EOF.

           EXEC SQL
               CLOSE ASEXPCUR
           END-EXEC.

       P600000-EXIT.
           EXIT.
       P650000-TERM-ONE-CASE SECTION.

           EXEC SQL
               FETCH ASEXPCUR
                 INTO :WS-CASE-NUM,
                      :WS-ASSOCIATION-ID,
                      :WS-TERM-DUE-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AV-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-EXPIRED-EOF-SW
               GO TO P650000-EXIT.

           ADD 1 TO AV-ROWS-READ.

      *----------------------------------------------------------------*
      *    MEMBERSHIP LAPSED - OTHER TERMINATION (' A', CASECOBQ).     *
      *    A CASE SOMETHING ELSE ALREADY TOOK OFF JUST CLOSES THE      *
      *    GRACE WITHOUT A TERM OF OUR OWN.                            *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE CASE_MASTER
                  SET ACTIVE_CODE = ' A',
                      DATE_OFF    = CURRENT DATE
                WHERE CASE_NUM = :WS-CASE-NUM
                  AND ACTIVE_CODE IN ('CM', ' P')
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'T' TO WS-CLOSE-STATUS
               WHEN SQLCODE = +100
                   MOVE 'X' TO WS-CLOSE-STATUS
               WHEN OTHER
                   MOVE '12' TO AV-RETURN-CODE
                   MOVE 'Y'  TO WS-EXPIRED-EOF-SW
                   GO TO P650000-EXIT
           END-EVALUATE.

           EXEC SQL
               UPDATE ASSOC_MEMBER_LAPSE
                  SET LAPSE_STATUS     = :WS-CLOSE-STATUS,
                      CLOSED_DATE      = CURRENT DATE,
                      CHANGE_LOGON     = 'ASSOCVER',
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM     = :WS-CASE-NUM
                  AND LAPSE_STATUS = 'G'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               MOVE 'Y'  TO WS-EXPIRED-EOF-SW
               GO TO P650000-EXIT.

           IF WS-CLOSE-STATUS NOT = 'T'
               GO TO P650000-EXIT.

           ADD 1 TO AV-CASES-TERMED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TERMINATED  CASE '  DELIMITED BY SIZE
                  WS-CASE-NUM          DELIMITED BY SIZE
                  ' ASSOC '            DELIMITED BY SIZE
                  WS-ASSOCIATION-ID    DELIMITED BY SIZE
                  ' MEMBERSHIP LAPSED - GRACE ENDED '
                                       DELIMITED BY SIZE
                  WS-TERM-DUE-DATE     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P650000-EXIT.
           EXIT.
           TITLE 'ASSOCVER --> CLEAR ONE CASE OUT OF GRACE'.
       P700000-CLEAR-A-GRACE SECTION.

      *    THE ASSOCIATION CONFIRMED THE MEMBERSHIP TO THE DESK BEFORE
      *    THE NEXT ROSTER - THE CASE STAYS IN FORCE.
           EXEC SQL
               UPDATE ASSOC_MEMBER_LAPSE
                  SET LAPSE_STATUS     = 'X',
                      CLOSED_DATE      = CURRENT DATE,
                      CHANGE_LOGON     = :AV-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM     = :AV-CASE-NUM
                  AND LAPSE_STATUS = 'G'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO AV-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO AV-RETURN-CODE
           END-EVALUATE.

       P700000-EXIT.
           EXIT.
           TITLE 'ASSOCVER --> MARK ONE LEAD WORKED'.
       P750000-LEAD-WORKED SECTION.

           EXEC SQL
               UPDATE ASSOC_ROSTER_STAGE
                  SET PROCESS_STATUS = 'W',
                      WORKED_LOGON   = :AV-OPERATOR-LOGON
                WHERE ASSOCIATION_ID = :AV-ASSOCIATION-ID
                  AND MEMBER_ID      = :AV-MEMBER-ID
                  AND PROCESS_STATUS = 'L'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO AV-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO AV-RETURN-CODE
           END-EVALUATE.

       P750000-EXIT.
           EXIT.
           TITLE 'ASSOCVER --> WRITE ONE LINE TO ASCR'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('ASCR')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
