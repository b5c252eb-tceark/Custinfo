       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HMOEDIT.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: HMOEDIT                                        *
      *  PROGRAM TEXT:  HMO SERVICE-AREA AND PRIMARY-CARE PROVIDER      *
      *                 EDITS.  CASE_MASTER'S SERVICE_AREA AND          *
      *                 EMPLOYEE'S RATING_ZIP AND PROVIDER_NUM WERE     *
      *                 KEYED BUT NEVER CHECKED, SO WE ENROLLED HMO     *
      *                 MEMBERS LIVING OUTSIDE THE NETWORK AND KEPT     *
      *                 MEMBERS ON A PCP WHO LEFT IT MONTHS AGO.        *
      *                 FUNCTION 'E' EDITS ONE HEALTH ELECTION ON A     *
      *                 CASE WITH A SERVICE AREA: THE MEMBER'S ZIP      *
      *                 MUST BE A CURRENT HMO_SERVICE_ZIP ROW FOR THE   *
      *                 AREA AND THE PCP AN ACTIVE PROVIDER OF THE      *
      *                 SAME AREA AS OF THE EFFECTIVE DATE.  THE ADD    *
      *                 AND PLAN-CHANGE PATHS REJECT WHAT FAILS.        *
      *                 FUNCTION 'T' WORKS THE STAGED PROVIDER-         *
      *                 TERMINATION FILE ONCE FILECTL HAS PROVED IT:    *
      *                 EACH PROVIDER IS TERMED AND EVERY ACTIVE        *
      *                 MEMBER ASSIGNED TO IT IS QUEUED FOR             *
      *                 REASSIGNMENT (THE PCP QUEUE IN WORKBSKT) AND    *
      *                 SENT THE PCPTERM NOTICE THROUGH CORRGEN.  ONE   *
      *                 PROVIDER IS ONE UNIT OF WORK; THE RUN REPORTS   *
      *                 TO THE PCPR TDQ.  FUNCTION 'R' RECORDS THE      *
      *                 MEMBER'S NEW PCP, EDITED THE SAME WAY, AND      *
      *                 CLOSES THE QUEUE ITEM.                          *
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

       01  WS-GATE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-GATE-DATE-IND             PIC S9(4) COMP VALUE ZERO.

       01  FILECTL-COMM-AREA.
           COPY FILECTLC.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

       01  WS-TERM-EOF-SW               PIC X     VALUE 'N'.
           88  TERM-EOF                 VALUE 'Y'.
       01  WS-MEMBER-EOF-SW             PIC X     VALUE 'N'.
           88  MEMBER-EOF               VALUE 'Y'.

       01  WS-SERVICE-AREA              PIC X(4)  VALUE SPACES.
       01  WS-EDIT-COUNT                PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-PCP-OK-COUNT              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-OPEN-COUNT                PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-PROVIDER-NAME             PIC X(30) VALUE SPACES.

       01  WS-MBR-CASE-NUM              PIC X(6)  VALUE SPACES.
       01  WS-MBR-IDNTITY               PIC X(8)  VALUE SPACES.
       01  WS-MBR-EMP-NUM               PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-MBR-LAST-NAME             PIC X(20) VALUE SPACES.
       01  WS-MBR-FIRST-NAME            PIC X(15) VALUE SPACES.
       01  WS-MBR-NAME                  PIC X(30) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(90) VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-MEMBERS              PIC ZZZZ9 VALUE ZERO.

           COPY CASEMAST.
           COPY EMPLOYEE.
           COPY PROVTBL.
           COPY HMOSAZIP.
           COPY PRVTERM.
           COPY PCPREASN.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    WITH HOLD SO THE PER-PROVIDER SYNCPOINT DOES NOT CLOSE THE  *
      *    CURSOR MID-RUN; THE STAMPED STATUS MAKES A RERUN RESUME.    *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE PTSCUR CURSOR WITH HOLD FOR
               SELECT PROVIDER_NUM,
                      CHAR(TERM_DATE, ISO),
                      TERM_REASON
                 FROM PROVIDER_TERM_STAGE
                WHERE PROCESS_STATUS = 'P'
                ORDER BY PROVIDER_NUM
           END-EXEC.

           EXEC SQL DECLARE PCPMBRCUR CURSOR FOR
               SELECT UNIQUE-NUM,
                      CASENAME#IDNTITY,
                      EMP_NUM,
                      LAST_NAME,
                      FIRST_NAME
                 FROM EMPLOYEE
                WHERE PROVIDER_NUM = :PTS-PROVIDER-NUM
                  AND ACTIVE_IND   = 'Y'
                ORDER BY UNIQUE-NUM, EMP_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'HMOEDIT --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY HMOEDITC.
           TITLE 'HMOEDIT --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00'   TO HM-RETURN-CODE.
           MOVE 'N'    TO HM-HMO-IND.
           MOVE SPACES TO HM-REJECT-REASON.
           MOVE ZERO   TO HM-PROVIDERS-TERMED HM-MEMBERS-QUEUED.

           EVALUATE HM-FUNCTION-CODE
               WHEN 'E'
                   PERFORM P200000-EDIT-AN-ELECTION THRU P200000-EXIT
               WHEN 'T'
                   PERFORM P500000-PROVIDER-TERM-INTAKE
                      THRU P500000-EXIT
               WHEN 'R'
                   PERFORM P800000-RECORD-NEW-PCP THRU P800000-EXIT
               WHEN OTHER
                   MOVE '01' TO HM-RETURN-CODE
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
           TITLE 'HMOEDIT --> EDIT ONE HEALTH ELECTION'.
       P200000-EDIT-AN-ELECTION SECTION.

           MOVE SPACES TO WS-SERVICE-AREA.

           EXEC SQL
               SELECT SERVICE_AREA
                 INTO :WS-SERVICE-AREA
                 FROM CASE_MASTER
                WHERE CASE_NUM = :HM-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO HM-RETURN-CODE
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    ONLY AN HMO CASE CARRIES A SERVICE AREA, AND ONLY ITS       *
      *    HEALTH ELECTION IS NETWORK-BOUND.                           *
      *----------------------------------------------------------------*
           IF WS-SERVICE-AREA = SPACES
               OR HM-COV-TYPE (1:6) NOT = 'HEALTH'
               GO TO P200000-EXIT.

           MOVE 'Y' TO HM-HMO-IND.

           MOVE ZERO TO WS-EDIT-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-EDIT-COUNT
                 FROM HMO_SERVICE_ZIP
                WHERE SERVICE_AREA = :WS-SERVICE-AREA
                  AND ZIP_CODE     = :HM-RATING-ZIP
                  AND CURRENT_IND  = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-EDIT-COUNT = ZERO
               MOVE '05'                   TO HM-RETURN-CODE
               MOVE 'OUTSIDE SERVICE AREA' TO HM-REJECT-REASON
               GO TO P200000-EXIT.

           PERFORM P300000-EDIT-THE-PCP THRU P300000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'HMOEDIT --> THE PCP MUST BE IN THE NETWORK'.
       P300000-EDIT-THE-PCP SECTION.

      *----------------------------------------------------------------*
      *    AN ACTIVE PRIMARY-CARE PROVIDER OF THE CASE'S SERVICE AREA, *
      *    OR ONE WHOSE TERMINATION FALLS AFTER THE EFFECTIVE DATE.    *
      *----------------------------------------------------------------*
           IF HM-PROVIDER-NUM = SPACES
               MOVE '06'                   TO HM-RETURN-CODE
               MOVE 'NO PCP ON THE MEMBER' TO HM-REJECT-REASON
               GO TO P300000-EXIT.

           MOVE ZERO TO WS-PCP-OK-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PCP-OK-COUNT
                 FROM PROVIDER
                WHERE PROVIDER_NUM = :HM-PROVIDER-NUM
                  AND SERVICE_AREA = :WS-SERVICE-AREA
                  AND PCP_IND      = 'Y'
                  AND (PROVIDER_STATUS = 'A'
                   OR TERM_DATE > DATE(:HM-EFFECTIVE-DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               GO TO P300000-EXIT.

           IF WS-PCP-OK-COUNT = ZERO
               MOVE '06'                   TO HM-RETURN-CODE
               MOVE 'PCP NOT IN NETWORK  ' TO HM-REJECT-REASON.

       P300000-EXIT.
           EXIT.
           TITLE 'HMOEDIT --> PROVIDER-TERMINATION FILE INTAKE'.
       P500000-PROVIDER-TERM-INTAKE SECTION.

           MOVE SPACES    TO RUNLOG-COMM-AREA.
           MOVE 'S'       TO RL-FUNCTION-CODE.
           MOVE 'HMOEDIT' TO RL-PROGRAM-NAME.
           MOVE 'Y'       TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO HM-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

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
                WHERE FILE_TYPE = 'PROVTERM'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               GO TO P500000-CLOSE-RUNLOG.

           IF WS-GATE-DATE-IND < ZERO
               MOVE '08' TO HM-RETURN-CODE
               GO TO P500000-CLOSE-RUNLOG.

           MOVE SPACES       TO FILECTL-COMM-AREA.
           MOVE 'C'          TO FC-FUNCTION-CODE.
           MOVE 'PROVTERM'   TO FC-FILE-TYPE.
           MOVE WS-GATE-DATE TO FC-FILE-DATE.

           EXEC CICS LINK
                     PROGRAM  ('FILECTL')
                     COMMAREA (FILECTL-COMM-AREA)
                     LENGTH   (LENGTH OF FILECTL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF FC-RETURN-CODE = '08'
               MOVE '08' TO HM-RETURN-CODE
               GO TO P500000-CLOSE-RUNLOG.

           EXEC SQL
               OPEN PTSCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               GO TO P500000-CLOSE-RUNLOG.

           MOVE 'N' TO WS-TERM-EOF-SW.

           PERFORM P550000-TERM-ONE-PROVIDER THRU P550000-EXIT
               UNTIL TERM-EOF.

           EXEC SQL
               CLOSE PTSCUR
           END-EXEC.

       P500000-CLOSE-RUNLOG.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - EVERY PROVIDER
      *    ALREADY STAMPED STANDS AND THE RERUN RESUMES AFTER IT.
           IF HM-RETURN-CODE = '12'
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE.
           MOVE 'HMOEDIT'           TO RL-PROGRAM-NAME.
           MOVE HM-PROVIDERS-TERMED TO RL-RECORD-COUNT.
           MOVE HM-RETURN-CODE      TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P500000-EXIT.
           EXIT.
           TITLE 'HMOEDIT --> TERM ONE PROVIDER, QUEUE ITS MEMBERS'.
       P550000-TERM-ONE-PROVIDER SECTION.

           EXEC SQL
               FETCH PTSCUR
                 INTO :PTS-PROVIDER-NUM,
                      :PTS-TERM-DATE,
                      :PTS-TERM-REASON
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO HM-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-TERM-EOF-SW
               GO TO P550000-EXIT.

           MOVE ZERO   TO PTS-MEMBERS-QUEUED.
           MOVE SPACES TO WS-PROVIDER-NAME.

           EXEC SQL
               SELECT PROVIDER_NAME
                 INTO :WS-PROVIDER-NAME
                 FROM PROVIDER
                WHERE PROVIDER_NUM = :PTS-PROVIDER-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'N' TO PTS-PROCESS-STATUS
               PERFORM P650000-STAMP-THE-ROW THRU P650000-EXIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROVIDER '         DELIMITED BY SIZE
                      PTS-PROVIDER-NUM    DELIMITED BY SIZE
                      ' NOT ON THE PROVIDER TABLE - NOTHING TERMED'
                                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT
               GO TO P550000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               MOVE 'Y'  TO WS-TERM-EOF-SW
               GO TO P550000-EXIT.

           EXEC SQL
               UPDATE PROVIDER
                  SET PROVIDER_STATUS   = 'T',
                      TERM_DATE         = DATE(:PTS-TERM-DATE),
                      TERM_REASON       = :PTS-TERM-REASON,
                      UPDATED_TIMESTAMP = CURRENT TIMESTAMP
                WHERE PROVIDER_NUM = :PTS-PROVIDER-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               MOVE 'Y'  TO WS-TERM-EOF-SW
               GO TO P550000-EXIT.

           EXEC SQL
               OPEN PCPMBRCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               MOVE 'Y'  TO WS-TERM-EOF-SW
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P550000-EXIT.

           MOVE 'N' TO WS-MEMBER-EOF-SW.

           PERFORM P600000-QUEUE-ONE-MEMBER THRU P600000-EXIT
               UNTIL MEMBER-EOF.

           EXEC SQL
               CLOSE PCPMBRCUR
           END-EXEC.

           IF HM-RETURN-CODE = '12'
               MOVE 'Y' TO WS-TERM-EOF-SW
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P550000-EXIT.

           MOVE 'A' TO PTS-PROCESS-STATUS.
           PERFORM P650000-STAMP-THE-ROW THRU P650000-EXIT.

           IF HM-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P550000-EXIT.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

           ADD 1 TO HM-PROVIDERS-TERMED.

           MOVE PTS-MEMBERS-QUEUED TO WS-EDIT-MEMBERS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PROVIDER '         DELIMITED BY SIZE
                  PTS-PROVIDER-NUM    DELIMITED BY SIZE
                  ' TERMED '          DELIMITED BY SIZE
                  PTS-TERM-DATE       DELIMITED BY SIZE
                  ' MEMBERS QUEUED '  DELIMITED BY SIZE
                  WS-EDIT-MEMBERS     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'HMOEDIT --> QUEUE ONE MEMBER FOR A NEW PCP'.
       P600000-QUEUE-ONE-MEMBER SECTION.

           EXEC SQL
               FETCH PCPMBRCUR
                 INTO :WS-MBR-CASE-NUM,
                      :WS-MBR-IDNTITY,
                      :WS-MBR-EMP-NUM,
                      :WS-MBR-LAST-NAME,
                      :WS-MBR-FIRST-NAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO HM-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-MEMBER-EOF-SW
               GO TO P600000-EXIT.

      *    A MEMBER ALREADY WAITING ON THIS PROVIDER IS NOT QUEUED
      *    OR WRITTEN TO TWICE.
           MOVE ZERO TO WS-OPEN-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-COUNT
                 FROM PCP_REASSIGN
                WHERE CASE_NUM         = :WS-MBR-CASE-NUM
                  AND EMP_NUM          = :WS-MBR-EMP-NUM
                  AND OLD_PROVIDER_NUM = :PTS-PROVIDER-NUM
                  AND REASSIGN_STATUS  = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               MOVE 'Y'  TO WS-MEMBER-EOF-SW
               GO TO P600000-EXIT.

           IF WS-OPEN-COUNT > ZERO
               GO TO P600000-EXIT.

           EXEC SQL
               INSERT INTO PCP_REASSIGN
                      ( CASE_NUM,
                        CASENAME#IDNTITY,
                        EMP_NUM,
                        OLD_PROVIDER_NUM,
                        PROVIDER_TERM_DATE,
                        NEW_PROVIDER_NUM,
                        REASSIGN_STATUS,
                        NOTICE_DATE,
                        QUEUED_TIMESTAMP,
                        WORKED_LOGON,
                        WORKED_TIMESTAMP )
               VALUES ( :WS-MBR-CASE-NUM,
                        :WS-MBR-IDNTITY,
                        :WS-MBR-EMP-NUM,
                        :PTS-PROVIDER-NUM,
                        DATE(:PTS-TERM-DATE),
                        ' ',
                        'O',
                        NULL,
                        CURRENT TIMESTAMP,
                        ' ',
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               MOVE 'Y'  TO WS-MEMBER-EOF-SW
               GO TO P600000-EXIT.

           ADD 1 TO PTS-MEMBERS-QUEUED.
           ADD 1 TO HM-MEMBERS-QUEUED.

      *----------------------------------------------------------------*
      *    THE MEMBER LETTER.  A FAILED LETTER LEAVES NOTICE_DATE      *
      *    EMPTY FOR THE DESK TO RESEND FROM THE QUEUE.                *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MBR-NAME.
           STRING WS-MBR-FIRST-NAME DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  WS-MBR-LAST-NAME  DELIMITED BY '  '
               INTO WS-MBR-NAME
           END-STRING.

           MOVE WS-MBR-EMP-NUM   TO WS-EDIT-EMP.
           MOVE SPACES           TO CORRGEN-COMM-AREA.
           MOVE 'G'              TO CG-FUNCTION-CODE.
           MOVE 'PCPTERM '       TO CG-TEMPLATE-ID.
           MOVE WS-MBR-IDNTITY   TO CG-IDNTITY.
           MOVE WS-MBR-CASE-NUM  TO CG-CASE-NUM.
           MOVE WS-MBR-NAME      TO CG-SUBST-VALUE (1).
           MOVE WS-PROVIDER-NAME TO CG-SUBST-VALUE (2).
           MOVE PTS-TERM-DATE    TO CG-SUBST-VALUE (3).
           MOVE WS-EDIT-EMP      TO CG-SUBST-VALUE (4).
           MOVE 'HMOEDIT '       TO CG-OPERATOR-LOGON.
           MOVE 'HMOEDIT '       TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR CG-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           EXEC SQL
               UPDATE PCP_REASSIGN
                  SET NOTICE_DATE = CURRENT DATE
                WHERE CASE_NUM         = :WS-MBR-CASE-NUM
                  AND EMP_NUM          = :WS-MBR-EMP-NUM
                  AND OLD_PROVIDER_NUM = :PTS-PROVIDER-NUM
                  AND REASSIGN_STATUS  = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               MOVE 'Y'  TO WS-MEMBER-EOF-SW.

       P600000-EXIT.
           EXIT.
           TITLE 'HMOEDIT --> STAMP ONE STAGED PROVIDER'.
       P650000-STAMP-THE-ROW SECTION.

           EXEC SQL
               UPDATE PROVIDER_TERM_STAGE
                  SET PROCESS_STATUS    = :PTS-PROCESS-STATUS,
                      MEMBERS_QUEUED    = :PTS-MEMBERS-QUEUED,
                      PROCESS_TIMESTAMP = CURRENT TIMESTAMP
                WHERE PROVIDER_NUM   = :PTS-PROVIDER-NUM
                  AND PROCESS_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               MOVE 'Y'  TO WS-TERM-EOF-SW.

       P650000-EXIT.
           EXIT.
           TITLE 'HMOEDIT --> RECORD A MEMBER NEW PCP'.
       P800000-RECORD-NEW-PCP SECTION.

           MOVE ZERO TO WS-OPEN-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-COUNT
                 FROM PCP_REASSIGN
                WHERE CASE_NUM        = :HM-CASE-NUM
                  AND EMP_NUM         = :HM-EMP-NUM
                  AND REASSIGN_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               GO TO P800000-EXIT.

           IF WS-OPEN-COUNT = ZERO
               MOVE '03' TO HM-RETURN-CODE
               GO TO P800000-EXIT.

           MOVE SPACES TO WS-SERVICE-AREA.

           EXEC SQL
               SELECT SERVICE_AREA,
                      CHAR(CURRENT DATE, ISO)
                 INTO :WS-SERVICE-AREA,
                      :HM-EFFECTIVE-DATE
                 FROM CASE_MASTER
                WHERE CASE_NUM = :HM-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '02' TO HM-RETURN-CODE
               GO TO P800000-EXIT.

      *    THE NEW PCP PASSES THE SAME NETWORK EDIT AS AN ELECTION,
      *    AS OF TODAY.
           PERFORM P300000-EDIT-THE-PCP THRU P300000-EXIT.

           IF HM-RETURN-CODE NOT = '00'
               GO TO P800000-EXIT.

           EXEC SQL
               UPDATE EMPLOYEE
                  SET PROVIDER_NUM = :HM-PROVIDER-NUM,
                      CHANGE_DATE  = CURRENT TIMESTAMP,
                      CHANGE_LOGON = :HM-OPERATOR-LOGON
                WHERE UNIQUE-NUM = :HM-CASE-NUM
                  AND EMP_NUM    = :HM-EMP-NUM
                  AND ACTIVE_IND = 'Y'
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO HM-RETURN-CODE
               GO TO P800000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               GO TO P800000-EXIT.

           EXEC SQL
               UPDATE PCP_REASSIGN
                  SET NEW_PROVIDER_NUM = :HM-PROVIDER-NUM,
                      REASSIGN_STATUS  = 'D',
                      WORKED_LOGON     = :HM-OPERATOR-LOGON,
                      WORKED_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM        = :HM-CASE-NUM
                  AND EMP_NUM         = :HM-EMP-NUM
                  AND REASSIGN_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HM-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

       P800000-EXIT.
           EXIT.
           TITLE 'HMOEDIT --> WRITE ONE LINE TO PCPR'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('PCPR')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
