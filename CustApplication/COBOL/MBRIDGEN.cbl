       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MBRIDGEN.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: MBRIDGEN                                       *
      *  PROGRAM TEXT:  MEMBER ID ASSIGNMENT.  CARDS, THE 834, THE PCS  *
      *                 FEED AND CERTIFICATES IDENTIFIED MEMBERS BY     *
      *                 SSN.  EVERY EMPLOYEE AND DEPENDENT NOW CARRIES  *
      *                 A SYSTEM-ASSIGNED MEMBER ID ON MEMBER_ID_XREF:  *
      *                 AN 'M', NINE DIGITS FROM MEMBER_ID_SEQ (NEVER   *
      *                 CYCLED, SO NEVER REUSED) AND A MOD-10 CHECK     *
      *                 DIGIT.  FUNCTION 'A' RETURNS A MEMBER'S ID,     *
      *                 ASSIGNING IT THE FIRST TIME IT IS ASKED FOR -   *
      *                 THE CENSUS AND DEPENDENT ADDS AND EVERY         *
      *                 OUTBOUND FILE CALL IT.  'V' PROVES A KEYED ID   *
      *                 BY ITS CHECK DIGIT FOR THE NA320S SEARCH.  THE  *
      *                 NIGHTLY 'N' SWEEP ASSIGNS EVERY ACTIVE MEMBER   *
      *                 STILL WITHOUT ONE, AND THE ONE-TIME 'C'         *
      *                 CONVERSION DOES THE SAME FOR THE EXISTING BOOK  *
      *                 AND QUEUES AN ID CARD REISSUE (REASON 'I')      *
      *                 THROUGH HCARD FOR EVERY CARDED EMPLOYEE IT      *
      *                 ASSIGNS, CHECKPOINTED SO A RERUN RESUMES.       *
      *                 EMPXFER CARRIES THE ID TO THE NEW CASE ON A     *
      *                 TRANSFER.  SWEEP TOTALS GO TO THE MBID TDQ.     *
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
       77  WS-CHECKPOINT-SIZE          PIC S9(4) COMP VALUE +50.

       01  WS-UNIT-COUNT                PIC S9(4) COMP VALUE ZERO.

       01  WS-EMP-EOF-SW                PIC X     VALUE 'N'.
           88  EMPLOYEE-CURSOR-EOF      VALUE 'Y'.
       01  WS-DEP-EOF-SW                PIC X     VALUE 'N'.
           88  DEPENDENT-CURSOR-EOF     VALUE 'Y'.
       01  WS-NEW-ID-SW                 PIC X     VALUE 'N'.
           88  NEW-ID-ASSIGNED          VALUE 'Y'.
       01  WS-EMP-NEW-ID-SW             PIC X     VALUE 'N'.
           88  EMPLOYEE-ID-IS-NEW       VALUE 'Y'.

       01  WS-SWEEP-IDNTITY             PIC X(8)  VALUE SPACES.
       01  WS-SWEEP-CASE-NUM            PIC X(6)  VALUE SPACES.
       01  WS-SWEEP-EMP-NUM             PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-SWEEP-DEP-NUM             PIC S9(3)V COMP-3 VALUE ZERO.
       01  WS-SWEEP-CARDED              PIC X(1)  VALUE SPACE.

       01  WS-ASSIGN-ORIGIN             PIC X(1)  VALUE SPACE.
       01  WS-ASSIGN-LOGON              PIC X(8)  VALUE SPACES.
       01  WS-ROW-COUNT                 PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-MEMBER-SEQ                PIC S9(9) COMP VALUE ZERO.
       01  WS-TODAY-DATE                PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *    THE MEMBER ID: AN 'M' SO IT CAN NEVER BE TAKEN FOR AN SSN,  *
      *    THE NINE-DIGIT SEQUENCE VALUE, AND ITS CHECK DIGIT.         *
      *----------------------------------------------------------------*
       01  WS-NEW-MEMBER-ID.
           05  WS-NEW-ID-PREFIX         PIC X(1)  VALUE 'M'.
           05  WS-NEW-ID-SEQ            PIC 9(9)  VALUE ZERO.
           05  WS-NEW-ID-CHECK          PIC 9(1)  VALUE ZERO.

       01  WS-CKDGT-WORK.
           05  WS-CKDGT-SEQ             PIC 9(9)  VALUE ZERO.
           05  WS-CKDGT-DIGITS REDEFINES WS-CKDGT-SEQ.
               10  WS-CKDGT-DIGIT       PIC 9(1)  OCCURS 9.
           05  WS-CKDGT-SUB             PIC S9(4) COMP VALUE ZERO.
           05  WS-CKDGT-PRODUCT         PIC S9(4) COMP VALUE ZERO.
           05  WS-CKDGT-TOTAL           PIC S9(4) COMP VALUE ZERO.
           05  WS-CKDGT-REMAINDER       PIC S9(4) COMP VALUE ZERO.
           05  WS-CKDGT-QUOTIENT        PIC S9(4) COMP VALUE ZERO.
           05  WS-CKDGT-RESULT          PIC 9(1)  VALUE ZERO.
           05  WS-CKDGT-RESULT-X REDEFINES WS-CKDGT-RESULT
                                        PIC X(1).

       01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9 VALUE ZERO.

       01  HCARD-COMM-AREA.
           COPY HCARDC.

           COPY MBRIDXR.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY ACTIVE EMPLOYEE WHO, OR ONE OF WHOSE ACTIVE           *
      *    DEPENDENTS, HAS NO MEMBER ID YET.  THE LAST COLUMN SAYS     *
      *    WHETHER THE EMPLOYEE HOLDS A CARD IN FORCE WITH NO CARD     *
      *    ALREADY WAITING ON THE VENDOR FILE - THE CARD A CONVERSION  *
      *    HAS TO REISSUE.  WITH HOLD SO THE EVERY-FIFTY-EMPLOYEES     *
      *    CHECKPOINT DOES NOT CLOSE IT; A RERUN FINDS ONLY THE        *
      *    MEMBERS STILL WITHOUT AN ID.                                *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE MBEMPCUR CURSOR WITH HOLD FOR
               SELECT E.CASENAME#IDNTITY,
                      E.UNIQUE-NUM,
                      E.EMP_NUM,
                      CASE WHEN E.HCARD_FLAG = 'Y'
                            AND E.HCARD_EFF_DATE IS NOT NULL
                            AND E.HCARD_TERM_DATE IS NULL
                            AND NOT EXISTS
                                (SELECT 1
                                   FROM CARD_QUEUE Q
                                  WHERE Q.CASE_NUM     = E.UNIQUE-NUM
                                    AND Q.EMP_NUM      = E.EMP_NUM
                                    AND Q.QUEUE_STATUS = 'Q')
                           THEN 'Y' ELSE 'N' END
                 FROM EMPLOYEE E
                WHERE E.ACTIVE_IND = 'Y'
                  AND (NOT EXISTS
                       (SELECT 1
                          FROM MEMBER_ID_XREF X
                         WHERE X.CASENAME#IDNTITY = E.CASENAME#IDNTITY
                           AND X.CASE_NUM         = E.UNIQUE-NUM
                           AND X.EMP_NUM          = E.EMP_NUM
                           AND X.DEP_NUM          = 0)
                   OR EXISTS
                       (SELECT 1
                          FROM DEPENDENT D
                         WHERE D.CASE_NUM   = E.UNIQUE-NUM
                           AND D.EMP_NUM    = E.EMP_NUM
                           AND D.ACTIVE_IND = 'Y'
                           AND NOT EXISTS
                               (SELECT 1
                                  FROM MEMBER_ID_XREF X
                                 WHERE X.CASENAME#IDNTITY =
                                           E.CASENAME#IDNTITY
                                   AND X.CASE_NUM = D.CASE_NUM
                                   AND X.EMP_NUM  = D.EMP_NUM
                                   AND X.DEP_NUM  = D.DEP_NUM)))
                ORDER BY E.UNIQUE-NUM, E.EMP_NUM
           END-EXEC.

           EXEC SQL DECLARE MBDEPCUR CURSOR FOR
               SELECT D.DEP_NUM
                 FROM DEPENDENT D
                WHERE D.CASE_NUM   = :WS-SWEEP-CASE-NUM
                  AND D.EMP_NUM    = :WS-SWEEP-EMP-NUM
                  AND D.ACTIVE_IND = 'Y'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MEMBER_ID_XREF X
                        WHERE X.CASENAME#IDNTITY = :WS-SWEEP-IDNTITY
                          AND X.CASE_NUM         = D.CASE_NUM
                          AND X.EMP_NUM          = D.EMP_NUM
                          AND X.DEP_NUM          = D.DEP_NUM)
                ORDER BY D.DEP_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'MBRIDGEN --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY MBRIDGC.
           TITLE 'MBRIDGEN --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO MI-RETURN-CODE.
           MOVE ZERO TO MI-IDS-ASSIGNED MI-CARDS-REISSUED.

           IF MI-OPERATOR-LOGON = SPACES
               MOVE 'MBRIDGEN'        TO WS-ASSIGN-LOGON
           ELSE
               MOVE MI-OPERATOR-LOGON TO WS-ASSIGN-LOGON.

           EVALUATE MI-FUNCTION-CODE
               WHEN 'A'
                   PERFORM P200000-RETURN-THE-ID THRU P200000-EXIT
               WHEN 'V'
                   PERFORM P300000-VALIDATE-THE-ID THRU P300000-EXIT
               WHEN 'N'
               WHEN 'C'
                   PERFORM P400000-SWEEP-THE-BOOK THRU P400000-EXIT
               WHEN OTHER
                   MOVE '01' TO MI-RETURN-CODE
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
           TITLE 'MBRIDGEN --> RETURN ONE MEMBER ID'.
       P200000-RETURN-THE-ID SECTION.

           MOVE SPACES TO MI-MEMBER-ID.

           IF MI-IDNTITY = SPACES
               OR MI-CASE-NUM = SPACES
               OR MI-EMP-NUM NOT > ZERO
               OR MI-DEP-NUM < ZERO
               MOVE '06' TO MI-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'A'         TO WS-ASSIGN-ORIGIN.
           MOVE MI-IDNTITY  TO MIX-CASE-IDNTITY.
           MOVE MI-CASE-NUM TO MIX-CASE-NUM.
           MOVE MI-EMP-NUM  TO MIX-EMP-NUM.
           MOVE MI-DEP-NUM  TO MIX-DEP-NUM.

           PERFORM P500000-ASSIGN-ONE-MEMBER THRU P500000-EXIT.

           IF MI-RETURN-CODE = '00'
               MOVE MIX-MEMBER-ID TO MI-MEMBER-ID.

       P200000-EXIT.
           EXIT.
           TITLE 'MBRIDGEN --> PROVE A KEYED ID BY ITS CHECK DIGIT'.
       P300000-VALIDATE-THE-ID SECTION.

           IF MI-MEMBER-ID (1:1) NOT = 'M'
               OR MI-MEMBER-ID (2:10) NOT NUMERIC
               MOVE '06' TO MI-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE MI-MEMBER-ID (2:9) TO WS-CKDGT-SEQ.

           PERFORM P800000-COMPUTE-CHECK-DIGIT THRU P800000-EXIT.

           IF WS-CKDGT-RESULT-X NOT = MI-MEMBER-ID (11:1)
               MOVE '06' TO MI-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'MBRIDGEN --> ASSIGN EVERY ACTIVE MEMBER WITHOUT ONE'.
       P400000-SWEEP-THE-BOOK SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'MBRIDGEN' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO MI-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE MI-FUNCTION-CODE TO WS-ASSIGN-ORIGIN.
           MOVE ZERO TO WS-UNIT-COUNT.
           MOVE 'N'  TO WS-EMP-EOF-SW.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MI-RETURN-CODE
               GO TO P400000-LOG-THE-RUN.

           MOVE SPACES TO WS-REPORT-LINE.
           IF MI-FUNCTION-CODE = 'C'
               STRING 'MEMBER ID CONVERSION '  DELIMITED BY SIZE
                      WS-TODAY-DATE            DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'MEMBER ID NIGHTLY SWEEP ' DELIMITED BY SIZE
                      WS-TODAY-DATE              DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           EXEC SQL
               OPEN MBEMPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MI-RETURN-CODE
               GO TO P400000-LOG-THE-RUN.

           PERFORM P450000-ONE-EMPLOYEE THRU P450000-EXIT
               UNTIL EMPLOYEE-CURSOR-EOF.

           EXEC SQL
               CLOSE MBEMPCUR
           END-EXEC.

           IF MI-RETURN-CODE NOT = '00'
               GO TO P400000-LOG-THE-RUN.

           EXEC CICS SYNCPOINT
           END-EXEC.

           MOVE MI-IDS-ASSIGNED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MEMBER IDS ASSIGNED ' DELIMITED BY SIZE
                  WS-EDIT-COUNT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           IF MI-FUNCTION-CODE = 'C'
               MOVE MI-CARDS-REISSUED TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ID CARDS REISSUED '   DELIMITED BY SIZE
                      WS-EDIT-COUNT          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P400000-LOG-THE-RUN.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - THE CHECKPOINTED
      *    MEMBERS KEEP THEIR IDS AND THE RERUN PICKS UP THE REST.
           IF MI-RETURN-CODE = '12'
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE.
           MOVE 'MBRIDGEN' TO RL-PROGRAM-NAME.
           MOVE MI-IDS-ASSIGNED TO RL-RECORD-COUNT.
           MOVE MI-RETURN-CODE TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P400000-EXIT.
           EXIT.
           TITLE 'MBRIDGEN --> ONE EMPLOYEE AND THEIR DEPENDENTS'.
       P450000-ONE-EMPLOYEE SECTION.

           EXEC SQL
               FETCH MBEMPCUR
                 INTO :WS-SWEEP-IDNTITY,
                      :WS-SWEEP-CASE-NUM,
                      :WS-SWEEP-EMP-NUM,
                      :WS-SWEEP-CARDED
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO MI-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-EMP-EOF-SW
               GO TO P450000-EXIT.

           MOVE WS-SWEEP-IDNTITY  TO MIX-CASE-IDNTITY.
           MOVE WS-SWEEP-CASE-NUM TO MIX-CASE-NUM.
           MOVE WS-SWEEP-EMP-NUM  TO MIX-EMP-NUM.
           MOVE ZERO              TO MIX-DEP-NUM.

           PERFORM P500000-ASSIGN-ONE-MEMBER THRU P500000-EXIT.

           IF MI-RETURN-CODE NOT = '00'
               GO TO P450000-BACK-OUT.

           MOVE WS-NEW-ID-SW TO WS-EMP-NEW-ID-SW.

           EXEC SQL
               OPEN MBDEPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MI-RETURN-CODE
               GO TO P450000-BACK-OUT.

           MOVE 'N' TO WS-DEP-EOF-SW.

           PERFORM P470000-ONE-DEPENDENT THRU P470000-EXIT
               UNTIL DEPENDENT-CURSOR-EOF.

           EXEC SQL
               CLOSE MBDEPCUR
           END-EXEC.

           IF MI-RETURN-CODE NOT = '00'
               GO TO P450000-BACK-OUT.

      *----------------------------------------------------------------*
      *    THE CONVERSION REISSUES THE CARD OF AN EMPLOYEE WHO WAS     *
      *    CARDED BEFORE THE ID EXISTED, IN THE SAME UNIT OF WORK AS   *
      *    THE ID ITSELF, SO A RERUN NEVER LEAVES AN ID WITHOUT ITS    *
      *    CARD.  A CARD STILL WAITING ON THE VENDOR FILE GOES OUT     *
      *    WITH THE ID ON IT AND NEEDS NO REISSUE.                     *
      *----------------------------------------------------------------*
           IF MI-FUNCTION-CODE = 'C'
               AND EMPLOYEE-ID-IS-NEW
               AND WS-SWEEP-CARDED = 'Y'
               PERFORM P480000-REISSUE-THE-CARD THRU P480000-EXIT
               IF MI-RETURN-CODE NOT = '00'
                   GO TO P450000-BACK-OUT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    CHECKPOINT EVERY FIFTY EMPLOYEES.                           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-UNIT-COUNT.
           IF WS-UNIT-COUNT NOT < WS-CHECKPOINT-SIZE
               EXEC CICS SYNCPOINT
               END-EXEC
               MOVE ZERO TO WS-UNIT-COUNT.

           GO TO P450000-EXIT.

       P450000-BACK-OUT.

           MOVE 'Y' TO WS-EMP-EOF-SW.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

       P450000-EXIT.
           EXIT.
           TITLE 'MBRIDGEN --> ONE DEPENDENT WITHOUT AN ID'.
       P470000-ONE-DEPENDENT SECTION.

           EXEC SQL
               FETCH MBDEPCUR
                 INTO :WS-SWEEP-DEP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO MI-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-DEP-EOF-SW
               GO TO P470000-EXIT.

           MOVE WS-SWEEP-IDNTITY  TO MIX-CASE-IDNTITY.
           MOVE WS-SWEEP-CASE-NUM TO MIX-CASE-NUM.
           MOVE WS-SWEEP-EMP-NUM  TO MIX-EMP-NUM.
           MOVE WS-SWEEP-DEP-NUM  TO MIX-DEP-NUM.

           PERFORM P500000-ASSIGN-ONE-MEMBER THRU P500000-EXIT.

           IF MI-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-DEP-EOF-SW.

       P470000-EXIT.
           EXIT.
           TITLE 'MBRIDGEN --> REISSUE THE CARD WITH THE ID ON IT'.
       P480000-REISSUE-THE-CARD SECTION.

           MOVE SPACES            TO HCARD-COMM-AREA.
           MOVE 'R'               TO HC-FUNCTION-CODE.
           MOVE WS-SWEEP-CASE-NUM TO HC-CASE-NUM.
           MOVE WS-SWEEP-EMP-NUM  TO HC-EMP-NUM.
           MOVE 'I'               TO HC-CARD-REASON.

           EXEC CICS LINK
                     PROGRAM  ('HCARD')
                     COMMAREA (HCARD-COMM-AREA)
                     LENGTH   (LENGTH OF HCARD-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR HC-RETURN-CODE NOT = '00'
               MOVE '12' TO MI-RETURN-CODE
               GO TO P480000-EXIT.

           ADD 1 TO MI-CARDS-REISSUED.

       P480000-EXIT.
           EXIT.
           TITLE 'MBRIDGEN --> FIND OR ASSIGN THE ID FOR ONE KEY'.
       P500000-ASSIGN-ONE-MEMBER SECTION.
      *----------------------------------------------------------------*
      *    THE KEY IS IN THE MIX- FIELDS.  A MEMBER ALREADY ON         *
      *    MEMBER_ID_XREF KEEPS THE ID THEY HAVE; OTHERWISE THE NEXT   *
      *    MEMBER_ID_SEQ VALUE (NO CYCLE - A VALUE IS NEVER DEALT      *
      *    TWICE) GETS ITS CHECK DIGIT AND IS RECORDED.                *
      *----------------------------------------------------------------*

           MOVE 'N' TO WS-NEW-ID-SW.

           EXEC SQL
               SELECT MEMBER_ID
                 INTO :MIX-MEMBER-ID
                 FROM MEMBER_ID_XREF
                WHERE CASENAME#IDNTITY = :MIX-CASE-IDNTITY
                  AND CASE_NUM         = :MIX-CASE-NUM
                  AND EMP_NUM          = :MIX-EMP-NUM
                  AND DEP_NUM          = :MIX-DEP-NUM
           END-EXEC.

           IF SQLCODE = ZERO
               GO TO P500000-EXIT.

           IF SQLCODE NOT = +100
               MOVE '12' TO MI-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE ZERO TO WS-ROW-COUNT.

           IF MIX-DEP-NUM = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM EMPLOYEE
                    WHERE CASENAME#IDNTITY = :MIX-CASE-IDNTITY
                      AND UNIQUE-NUM       = :MIX-CASE-NUM
                      AND EMP_NUM          = :MIX-EMP-NUM
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM DEPENDENT
                    WHERE CASE_NUM = :MIX-CASE-NUM
                      AND EMP_NUM  = :MIX-EMP-NUM
                      AND DEP_NUM  = :MIX-DEP-NUM
               END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MI-RETURN-CODE
               GO TO P500000-EXIT.

           IF WS-ROW-COUNT = ZERO
               MOVE '02' TO MI-RETURN-CODE
               GO TO P500000-EXIT.

           EXEC SQL
               SELECT NEXT VALUE FOR MEMBER_ID_SEQ
                 INTO :WS-MEMBER-SEQ
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MI-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE WS-MEMBER-SEQ TO WS-NEW-ID-SEQ WS-CKDGT-SEQ.

           PERFORM P800000-COMPUTE-CHECK-DIGIT THRU P800000-EXIT.

           MOVE WS-CKDGT-RESULT  TO WS-NEW-ID-CHECK.
           MOVE WS-NEW-MEMBER-ID TO MIX-MEMBER-ID.

           EXEC SQL
               INSERT INTO MEMBER_ID_XREF
                      ( MEMBER_ID,
                        CASENAME#IDNTITY,
                        CASE_NUM,
                        EMP_NUM,
                        DEP_NUM,
                        ASSIGN_ORIGIN,
                        ASSIGNED_LOGON,
                        ASSIGNED_TS,
                        CHANGE_TS )
               VALUES ( :MIX-MEMBER-ID,
                        :MIX-CASE-IDNTITY,
                        :MIX-CASE-NUM,
                        :MIX-EMP-NUM,
                        :MIX-DEP-NUM,
                        :WS-ASSIGN-ORIGIN,
                        :WS-ASSIGN-LOGON,
                        CURRENT TIMESTAMP,
                        NULL )
           END-EXEC.

      *    ANOTHER TASK ASSIGNED THIS MEMBER FIRST - THEIRS STANDS AND
      *    THE SEQUENCE VALUE DRAWN HERE IS SIMPLY NEVER USED.
           IF SQLCODE = -803
               EXEC SQL
                   SELECT MEMBER_ID
                     INTO :MIX-MEMBER-ID
                     FROM MEMBER_ID_XREF
                    WHERE CASENAME#IDNTITY = :MIX-CASE-IDNTITY
                      AND CASE_NUM         = :MIX-CASE-NUM
                      AND EMP_NUM          = :MIX-EMP-NUM
                      AND DEP_NUM          = :MIX-DEP-NUM
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO MI-RETURN-CODE
               END-IF
               GO TO P500000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MI-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'Y' TO WS-NEW-ID-SW.
           ADD 1 TO MI-IDS-ASSIGNED.

       P500000-EXIT.
           EXIT.
           TITLE 'MBRIDGEN --> WRITE ONE LINE TO MBID'.
       P690000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('MBID')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P690000-EXIT.
           EXIT.
           TITLE 'MBRIDGEN --> MOD-10 MEMBER ID CHECK DIGIT'.
       P800000-COMPUTE-CHECK-DIGIT SECTION.
      *----------------------------------------------------------------*
      *    THE LBXCASH SCHEME: DOUBLE EVERY OTHER DIGIT STARTING FROM  *
      *    THE RIGHT, SUM THE DIGITS OF EACH PRODUCT, AND THE CHECK    *
      *    DIGIT IS TEN MINUS THE TOTAL MOD TEN - A MIS-KEYED OR       *
      *    TRANSPOSED MEMBER ID FAILS INSTEAD OF FINDING SOMEONE ELSE. *
      *----------------------------------------------------------------*

           MOVE ZERO TO WS-CKDGT-TOTAL.
           MOVE ZERO TO WS-CKDGT-SUB.

           PERFORM P810000-ACCUM-ONE-DIGIT THRU P810000-EXIT 9 TIMES.

           DIVIDE WS-CKDGT-TOTAL BY 10
               GIVING WS-CKDGT-QUOTIENT
               REMAINDER WS-CKDGT-REMAINDER.

           IF WS-CKDGT-REMAINDER = ZERO
               MOVE ZERO TO WS-CKDGT-RESULT
           ELSE
               SUBTRACT WS-CKDGT-REMAINDER FROM 10
                   GIVING WS-CKDGT-RESULT.

       P800000-EXIT.
           EXIT.
           TITLE 'MBRIDGEN --> ACCUMULATE ONE MEMBER ID DIGIT'.
       P810000-ACCUM-ONE-DIGIT SECTION.

           ADD 1 TO WS-CKDGT-SUB.

           IF WS-CKDGT-SUB = 1 OR 3 OR 5 OR 7 OR 9
               COMPUTE WS-CKDGT-PRODUCT =
                   WS-CKDGT-DIGIT (WS-CKDGT-SUB) * 2
           ELSE
               MOVE WS-CKDGT-DIGIT (WS-CKDGT-SUB) TO WS-CKDGT-PRODUCT.

           IF WS-CKDGT-PRODUCT > 9
               SUBTRACT 9 FROM WS-CKDGT-PRODUCT.

           ADD WS-CKDGT-PRODUCT TO WS-CKDGT-TOTAL.

       P810000-EXIT.
           EXIT.
