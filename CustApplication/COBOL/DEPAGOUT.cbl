       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPAGOUT.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: DEPAGOUT                                        *
      *  PROGRAM TEXT:  NIGHTLY DEPENDENT AGE-OUT SWEEP.  DEPMAINT      *
      *                 APPLIES DEP_COV_AGE1/DEP_COV_AGE2 ONLY WHEN A   *
      *                 DEPENDENT IS ADDED, SO A CHILD WHO AGED PAST    *
      *                 THE LIMIT MID-YEAR STAYED COVERED AND BILLED.   *
      *                 'N' WALKS EVERY ACTIVE CHILD ON DEPENDENT.  THE *
      *                 LIMIT IS DEP_COV_AGE1, OR DEP_COV_AGE2 FOR A    *
      *                 STUDENT WHOSE CERTIFICATION IS CURRENT; THE     *
      *                 CHILD IS OVER IT AT THE FIRST BIRTHDAY PAST IT  *
      *                 (THE SAME TEST DEPMAINT APPLIES AT THE ADD),    *
      *                 AND THE CASE'S STUDENT_AGE_RULE SAYS WHETHER    *
      *                 COVERAGE ENDS THAT DAY ('BDAY'), AT MONTH END   *
      *                 ('EOM ') OR AT YEAR END ('EOY ').  SIXTY DAYS   *
      *                 AHEAD THE AGE-OUT NOTICE GOES OUT THROUGH       *
      *                 CORRGEN; A STUDENT OVER DEP_COV_AGE1 WHOSE      *
      *                 CERTIFICATION RUNS OUT WITHIN THIRTY DAYS IS    *
      *                 ASKED TO RECERTIFY.  ON THE DAY, THE DEPENDENT  *
      *                 IS TERMED THROUGH DEPMAINT AND THE AGE-OUT IS   *
      *                 HANDED TO CONTMNT AS A QUALIFYING EVENT.  A     *
      *                 DISABLED DEPENDENT ON AN EXTENSION IS LEFT ON.  *
      *                 'C' RECORDS A STUDENT'S CERTIFICATION AND 'X'   *
      *                 A DISABLED-DEPENDENT EXTENSION (THE 'DEPAGOUT'  *
      *                 SECCHECK RESOURCE).  THE SWEEP CHECKPOINTS      *
      *                 EVERY FIFTY DEPENDENTS AND REPORTS TO DAGO.     *
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
       77  WS-NOTICE-LEAD-DAYS         PIC S9(3) COMP-3 VALUE +60.
       77  WS-RECERT-LEAD-DAYS         PIC S9(3) COMP-3 VALUE +30.

       01  WS-SWEEP-EOF-SW              PIC X     VALUE 'N'.
           88  SWEEP-CURSOR-EOF         VALUE 'Y'.
       01  WS-STUDENT-CURRENT-SW        PIC X     VALUE 'N'.
           88  STUDENT-CURRENT          VALUE 'Y'.

       01  WS-UNIT-COUNT                PIC S9(4) COMP VALUE ZERO.
       01  WS-TODAY                     PIC X(10) VALUE SPACES.
       01  WS-NOTICE-HORIZON            PIC X(10) VALUE SPACES.
       01  WS-RECERT-HORIZON            PIC X(10) VALUE SPACES.
       01  WS-RECERT-AGAIN-DATE         PIC X(10) VALUE SPACES.

       01  WS-DEP-DOB                   PIC X(10) VALUE SPACES.
       01  WS-DEP-COV-AGE1              PIC S9(2) COMP-3 VALUE ZERO.
       01  WS-DEP-COV-AGE2              PIC S9(2) COMP-3 VALUE ZERO.
       01  WS-STUDENT-AGE-RULE          PIC X(4)  VALUE SPACES.
       01  WS-LIMIT-AGE                 PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-AGE1-DATE                 PIC X(10) VALUE SPACES.
       01  WS-AGEOUT-DATE               PIC X(10) VALUE SPACES.
       01  WS-AGEOUT-DATE-R REDEFINES WS-AGEOUT-DATE.
           05  WS-AGEOUT-YEAR           PIC X(4).
           05  WS-AGEOUT-REST           PIC X(6).

       01  WS-ACTION-TEXT               PIC X(30) VALUE SPACES.
       01  WS-DEP-NAME                  PIC X(30) VALUE SPACES.
       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-DEP                  PIC ZZ9   VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9 VALUE ZERO.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

       01  DEPMAINT-COMM-AREA.
           COPY DEPMAINC.

       01  CONTMNT-COMM-AREA.
           COPY CONTMNTC.

           COPY DEPENDNT.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY ACTIVE CHILD ON A CASE THAT BOUGHT AN AGE LIMIT.      *
      *    WITH HOLD SO THE EVERY-FIFTY CHECKPOINT SYNCPOINT DOES NOT  *
      *    CLOSE THE CURSOR MID-RUN; THE NOTICE AND REQUEST DATES ON   *
      *    THE ROW KEEP A RERUN FROM SENDING ANYTHING TWICE.           *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE DAGOCUR CURSOR WITH HOLD FOR
               SELECT D.CASE_NUM,
                      D.CASENAME#IDNTITY,
                      D.EMP_NUM,
                      D.DEP_NUM,
                      D.LAST_NAME,
                      D.FIRST_NAME,
                      CHAR(D.DATE_OF_BIRTH, ISO),
                      D.STUDENT_IND,
                      VALUE(CHAR(D.STUDENT_CERT_THRU, ISO), ' '),
                      VALUE(CHAR(D.RECERT_REQ_DATE, ISO), ' '),
                      D.DISABLED_EXT_IND,
                      VALUE(CHAR(D.DISABLED_EXT_THRU, ISO), ' '),
                      VALUE(CHAR(D.AGEOUT_NOTICE_DATE, ISO), ' '),
                      M.DEP_COV_AGE1,
                      M.DEP_COV_AGE2,
                      M.STUDENT_AGE_RULE
                 FROM DEPENDENT D, CASE_MASTER M
                WHERE M.CASE_NUM      = D.CASE_NUM
                  AND D.RELATIONSHIP  = 'C'
                  AND D.ACTIVE_IND    = 'Y'
                  AND M.DEP_COV_AGE1  > 0
                ORDER BY D.CASE_NUM, D.EMP_NUM, D.DEP_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'DEPAGOUT --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DEPAGOTC.
           TITLE 'DEPAGOUT --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO DG-RETURN-CODE.
           MOVE ZERO TO DG-DEPS-SCANNED DG-NOTICES-SENT DG-RECERTS-SENT
                        DG-AGED-OUT DG-STUDENTS-TERMED DG-EXTENDED.

           EVALUATE DG-FUNCTION-CODE
               WHEN 'N'
                   PERFORM P100000-NIGHTLY-SWEEP THRU P100000-EXIT
               WHEN 'C'
                   PERFORM P700000-RECORD-CERTIFICATION
                      THRU P700000-EXIT
               WHEN 'X'
                   PERFORM P800000-RECORD-EXTENSION THRU P800000-EXIT
               WHEN OTHER
                   MOVE '01' TO DG-RETURN-CODE
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
           TITLE 'DEPAGOUT --> THE NIGHTLY SWEEP'.
       P100000-NIGHTLY-SWEEP SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'DEPAGOUT' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO DG-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE ZERO TO WS-UNIT-COUNT.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE + :WS-NOTICE-LEAD-DAYS DAYS,
                           ISO),
                      CHAR(CURRENT DATE + :WS-RECERT-LEAD-DAYS DAYS,
                           ISO),
                      CHAR(CURRENT DATE - :WS-RECERT-LEAD-DAYS DAYS,
                           ISO)
                 INTO :WS-TODAY,
                      :WS-NOTICE-HORIZON,
                      :WS-RECERT-HORIZON,
                      :WS-RECERT-AGAIN-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DEPENDENT AGE-OUT SWEEP '      DELIMITED BY SIZE
                  WS-TODAY                        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-LINE THRU P690000-EXIT.

           MOVE 'N' TO WS-SWEEP-EOF-SW.

           EXEC SQL
               OPEN DAGOCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DG-RETURN-CODE
               GO TO P100000-CLOSE-RUNLOG.

           PERFORM P200000-SWEEP-ONE-DEPENDENT THRU P200000-EXIT
               UNTIL SWEEP-CURSOR-EOF.

           EXEC SQL
               CLOSE DAGOCUR
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE TAIL-END UNIT COMMITS WITH THE CLOSE.                   *
      *----------------------------------------------------------------*
           IF DG-RETURN-CODE = '00'
               AND WS-UNIT-COUNT > ZERO
               EXEC CICS SYNCPOINT
               END-EXEC
           END-IF.

           MOVE DG-DEPS-SCANNED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SCANNED '                      DELIMITED BY SIZE
                  WS-EDIT-COUNT                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           MOVE DG-NOTICES-SENT TO WS-EDIT-COUNT.
           MOVE ' NOTICES '     TO WS-REPORT-LINE (16:9).
           MOVE WS-EDIT-COUNT   TO WS-REPORT-LINE (25:7).
           MOVE DG-RECERTS-SENT TO WS-EDIT-COUNT.
           MOVE ' RECERTS '     TO WS-REPORT-LINE (32:9).
           MOVE WS-EDIT-COUNT   TO WS-REPORT-LINE (41:7).
           MOVE DG-AGED-OUT     TO WS-EDIT-COUNT.
           MOVE ' AGED OUT '    TO WS-REPORT-LINE (48:10).
           MOVE WS-EDIT-COUNT   TO WS-REPORT-LINE (58:7).
           MOVE DG-EXTENDED     TO WS-EDIT-COUNT.
           MOVE ' EXTENDED '    TO WS-REPORT-LINE (65:10).
           MOVE WS-EDIT-COUNT   TO WS-REPORT-LINE (75:7).
           PERFORM P690000-WRITE-LINE THRU P690000-EXIT.

       P100000-CLOSE-RUNLOG.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - THE CHECKPOINTED
      *    DEPENDENTS STAND AND THE RERUN TAKES THE REST.
           IF DG-RETURN-CODE = '12'
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE.
           MOVE 'DEPAGOUT'      TO RL-PROGRAM-NAME.
           MOVE DG-DEPS-SCANNED TO RL-RECORD-COUNT.
           MOVE DG-RETURN-CODE  TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P100000-EXIT.
           EXIT.
           TITLE 'DEPAGOUT --> ONE DEPENDENT'.
       P200000-SWEEP-ONE-DEPENDENT SECTION.

           EXEC SQL
               FETCH DAGOCUR
                 INTO :DEP-CASE-NUM,
                      :DEP-CASE-IDNTITY,
                      :DEP-EMP-NUM,
                      :DEP-DEP-NUM,
                      :DEP-LAST-NAME,
                      :DEP-FIRST-NAME,
                      :WS-DEP-DOB,
                      :DEP-STUDENT-IND,
                      :DEP-STUDENT-CERT-THRU,
                      :DEP-RECERT-REQ-DATE,
                      :DEP-DISABLED-EXT-IND,
                      :DEP-DISABLED-EXT-THRU,
                      :DEP-AGEOUT-NOTICE-DATE,
                      :WS-DEP-COV-AGE1,
                      :WS-DEP-COV-AGE2,
                      :WS-STUDENT-AGE-RULE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DG-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SWEEP-EOF-SW
               GO TO P200000-EXIT.

           ADD 1 TO DG-DEPS-SCANNED.
           MOVE SPACES TO WS-AGEOUT-DATE WS-AGE1-DATE.

      *----------------------------------------------------------------*
      *    A DISABLED DEPENDENT ON A LIVE EXTENSION STAYS ON.  ONE      *
      *    WHOSE EXTENSION HAS RUN OUT IS SWEPT LIKE ANY OTHER CHILD.  *
      *----------------------------------------------------------------*
           IF DEP-DISABLED-EXT-IND = 'Y'
               AND (DEP-DISABLED-EXT-THRU = SPACES
                    OR DEP-DISABLED-EXT-THRU NOT < WS-TODAY)
               ADD 1 TO DG-EXTENDED
               GO TO P200000-CHECKPOINT.

           MOVE 'N' TO WS-STUDENT-CURRENT-SW.
           IF DEP-STUDENT-IND = 'Y'
               AND DEP-STUDENT-CERT-THRU NOT = SPACES
               AND DEP-STUDENT-CERT-THRU NOT < WS-TODAY
               MOVE 'Y' TO WS-STUDENT-CURRENT-SW.

      *    A CERTIFIED STUDENT ON A CASE WITH NO STUDENT LIMIT HAS
      *    NO AGE-OUT WHILE THE CERTIFICATION HOLDS.
           IF STUDENT-CURRENT AND WS-DEP-COV-AGE2 = ZERO
               GO TO P200000-RECERT.

           IF STUDENT-CURRENT
               MOVE WS-DEP-COV-AGE2 TO WS-LIMIT-AGE
           ELSE
               MOVE WS-DEP-COV-AGE1 TO WS-LIMIT-AGE.

           PERFORM P300000-AGE-OUT-DATE THRU P300000-EXIT.

           IF DG-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-SWEEP-EOF-SW
               GO TO P200000-EXIT.

           IF WS-AGEOUT-DATE NOT > WS-TODAY
               PERFORM P500000-TERM-THE-DEPENDENT THRU P500000-EXIT
               GO TO P200000-CHECKPOINT.

           IF WS-AGEOUT-DATE NOT > WS-NOTICE-HORIZON
               AND DEP-AGEOUT-NOTICE-DATE = SPACES
               PERFORM P400000-SEND-AGEOUT-NOTICE THRU P400000-EXIT.

       P200000-RECERT.

           IF DG-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-SWEEP-EOF-SW
               GO TO P200000-EXIT.

           IF DEP-STUDENT-IND = 'Y'
               PERFORM P450000-STUDENT-RECERT THRU P450000-EXIT.

       P200000-CHECKPOINT.

           IF DG-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-SWEEP-EOF-SW
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    CHECKPOINT EVERY FIFTY DEPENDENTS.                          *
      *----------------------------------------------------------------*
           ADD 1 TO WS-UNIT-COUNT.
           IF WS-UNIT-COUNT NOT < WS-CHECKPOINT-SIZE
               EXEC CICS SYNCPOINT
               END-EXEC
               MOVE ZERO TO WS-UNIT-COUNT
           END-IF.

       P200000-EXIT.
           EXIT.
           TITLE 'DEPAGOUT --> WHEN COVERAGE ENDS FOR THE LIMIT'.
       P300000-AGE-OUT-DATE SECTION.
      *----------------------------------------------------------------*
      *    OVER THE LIMIT AT THE FIRST BIRTHDAY PAST IT, THEN THE      *
      *    CASE'S RULE FOR WHERE IN THE PERIOD COVERAGE STOPS.  THE    *
      *    DEP_COV_AGE1 DATE IS KEPT FOR THE RECERTIFICATION TEST.     *
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT CHAR(DATE(:WS-DEP-DOB)
                             + (:WS-LIMIT-AGE + 1) YEARS, ISO),
                      CHAR(DATE(:WS-DEP-DOB)
                             + (:WS-DEP-COV-AGE1 + 1) YEARS, ISO)
                 INTO :WS-AGEOUT-DATE,
                      :WS-AGE1-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DG-RETURN-CODE
               GO TO P300000-EXIT.

           EVALUATE WS-STUDENT-AGE-RULE
               WHEN 'EOM '
                   EXEC SQL
                       SELECT CHAR(LAST_DAY(DATE(:WS-AGEOUT-DATE)), ISO)
                         INTO :WS-AGEOUT-DATE
                         FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               WHEN 'EOY '
                   MOVE '-12-31' TO WS-AGEOUT-REST
           END-EVALUATE.

       P300000-EXIT.
           EXIT.
           TITLE 'DEPAGOUT --> THE SIXTY-DAY AGE-OUT NOTICE'.
       P400000-SEND-AGEOUT-NOTICE SECTION.

           MOVE SPACES TO WS-DEP-NAME.
           STRING DEP-FIRST-NAME DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  DEP-LAST-NAME  DELIMITED BY '  '
               INTO WS-DEP-NAME
           END-STRING.

           MOVE DEP-EMP-NUM      TO WS-EDIT-EMP.
           MOVE SPACES           TO CORRGEN-COMM-AREA.
           MOVE 'G'              TO CG-FUNCTION-CODE.
           MOVE 'DEPAGOUT'       TO CG-TEMPLATE-ID.
           MOVE DEP-CASE-IDNTITY TO CG-IDNTITY.
           MOVE DEP-CASE-NUM     TO CG-CASE-NUM.
           MOVE WS-DEP-NAME      TO CG-SUBST-VALUE (1).
           MOVE WS-AGEOUT-DATE   TO CG-SUBST-VALUE (2).
           MOVE WS-EDIT-EMP      TO CG-SUBST-VALUE (3).
           MOVE 'DEPAGOUT'       TO CG-OPERATOR-LOGON.
           MOVE 'DEPAGOUT'       TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    A FAILED LETTER LEAVES THE DATE EMPTY - TOMORROW TRIES AGAIN.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR CG-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           EXEC SQL
               UPDATE DEPENDENT
                  SET AGEOUT_NOTICE_DATE = CURRENT DATE
                WHERE CASE_NUM = :DEP-CASE-NUM
                  AND EMP_NUM  = :DEP-EMP-NUM
                  AND DEP_NUM  = :DEP-DEP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DG-RETURN-CODE
               GO TO P400000-EXIT.

           ADD 1 TO DG-NOTICES-SENT.
           MOVE 'AGE-OUT NOTICE SENT' TO WS-ACTION-TEXT.
           PERFORM P680000-ACTION-LINE THRU P680000-EXIT.

       P400000-EXIT.
           EXIT.
           TITLE 'DEPAGOUT --> ASK A STUDENT TO RECERTIFY'.
       P450000-STUDENT-RECERT SECTION.
      *----------------------------------------------------------------*
      *    ONLY A STUDENT OVER DEP_COV_AGE1 (OR WITHIN THE NOTICE      *
      *    LEAD OF IT) NEEDS THE CERTIFICATION.  ASK WHEN IT IS        *
      *    MISSING OR RUNS OUT INSIDE THIRTY DAYS, AND AT MOST ONCE    *
      *    A MONTH.                                                    *
      *----------------------------------------------------------------*

           IF WS-AGE1-DATE = SPACES
               MOVE WS-DEP-COV-AGE1 TO WS-LIMIT-AGE
               PERFORM P300000-AGE-OUT-DATE THRU P300000-EXIT
               IF DG-RETURN-CODE NOT = '00'
                   GO TO P450000-EXIT
               END-IF
           END-IF.

           IF WS-AGE1-DATE > WS-NOTICE-HORIZON
               GO TO P450000-EXIT.

           IF DEP-STUDENT-CERT-THRU NOT = SPACES
               AND DEP-STUDENT-CERT-THRU > WS-RECERT-HORIZON
               GO TO P450000-EXIT.

           IF DEP-RECERT-REQ-DATE NOT = SPACES
               AND DEP-RECERT-REQ-DATE > WS-RECERT-AGAIN-DATE
               GO TO P450000-EXIT.

           MOVE SPACES TO WS-DEP-NAME.
           STRING DEP-FIRST-NAME DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  DEP-LAST-NAME  DELIMITED BY '  '
               INTO WS-DEP-NAME
           END-STRING.

           MOVE DEP-EMP-NUM      TO WS-EDIT-EMP.
           MOVE SPACES           TO CORRGEN-COMM-AREA.
           MOVE 'G'              TO CG-FUNCTION-CODE.
           MOVE 'DEPRECRT'       TO CG-TEMPLATE-ID.
           MOVE DEP-CASE-IDNTITY TO CG-IDNTITY.
           MOVE DEP-CASE-NUM     TO CG-CASE-NUM.
           MOVE WS-DEP-NAME      TO CG-SUBST-VALUE (1).
           MOVE DEP-STUDENT-CERT-THRU
                                 TO CG-SUBST-VALUE (2).
           MOVE WS-EDIT-EMP      TO CG-SUBST-VALUE (3).
           MOVE 'DEPAGOUT'       TO CG-OPERATOR-LOGON.
           MOVE 'DEPAGOUT'       TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR CG-RETURN-CODE NOT = '00'
               GO TO P450000-EXIT.

           EXEC SQL
               UPDATE DEPENDENT
                  SET RECERT_REQ_DATE = CURRENT DATE
                WHERE CASE_NUM = :DEP-CASE-NUM
                  AND EMP_NUM  = :DEP-EMP-NUM
                  AND DEP_NUM  = :DEP-DEP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DG-RETURN-CODE
               GO TO P450000-EXIT.

           ADD 1 TO DG-RECERTS-SENT.
           MOVE 'STUDENT RECERT REQUESTED' TO WS-ACTION-TEXT.
           PERFORM P680000-ACTION-LINE THRU P680000-EXIT.

       P450000-EXIT.
           EXIT.
           TITLE 'DEPAGOUT --> END COVERAGE AND QUALIFY FOR COBRA'.
       P500000-TERM-THE-DEPENDENT SECTION.
      *----------------------------------------------------------------*
      *    THE TERM GOES THROUGH DEPMAINT SO THE EMPLOYEE'S DEPENDENT  *
      *    COUNT AND TIER REPRICE FLAG MOVE WITH IT.                   *
      *----------------------------------------------------------------*

           MOVE SPACES            TO DEPMAINT-COMM-AREA.
           MOVE 'T'               TO DM-FUNCTION-CODE.
           MOVE DEP-CASE-NUM      TO DM-CASE-NUM.
           MOVE DEP-EMP-NUM       TO DM-EMP-NUM.
           MOVE DEP-DEP-NUM       TO DM-DEP-NUM.
           MOVE ZERO              TO DM-SSN DM-ACTIVE-DEP-COUNT
                                     DM-DEP-AGE.
           MOVE 'DEPAGOUT'        TO DM-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DEPMAINT')
                     COMMAREA (DEPMAINT-COMM-AREA)
                     LENGTH   (LENGTH OF DEPMAINT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR DM-RETURN-CODE NOT = '00'
               MOVE 'TERM FAILED - LEFT ON' TO WS-ACTION-TEXT
               PERFORM P680000-ACTION-LINE THRU P680000-EXIT
               GO TO P500000-EXIT.

           ADD 1 TO DG-AGED-OUT.

           IF DEP-STUDENT-IND = 'Y' AND NOT STUDENT-CURRENT
               ADD 1 TO DG-STUDENTS-TERMED
               MOVE 'TERMED - STUDENT CERT LAPSED' TO WS-ACTION-TEXT
           ELSE
               MOVE 'TERMED - AGED OUT' TO WS-ACTION-TEXT.
           PERFORM P680000-ACTION-LINE THRU P680000-EXIT.

      *    LOSS OF DEPENDENT STATUS IS A QUALIFYING EVENT.
           MOVE SPACES            TO CONTMNT-COMM-AREA.
           MOVE 'Q'               TO CN-FUNCTION-CODE.
           MOVE DEP-CASE-NUM      TO CN-CASE-NUM.
           MOVE DEP-EMP-NUM       TO CN-EMP-NUM.
           MOVE DEP-DEP-NUM       TO CN-DEP-NUM.
           MOVE 'A'               TO CN-EVENT-CODE.
           MOVE WS-TODAY          TO CN-EVENT-DATE.
           MOVE ZERO              TO CN-ADMIN-PERCENT CN-PAYMENT-AMOUNT
                                     CN-ROWS-WORKED CN-AMOUNT-BILLED.
           MOVE 'DEPAGOUT'        TO CN-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('CONTMNT')
                     COMMAREA (CONTMNT-COMM-AREA)
                     LENGTH   (LENGTH OF CONTMNT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR CN-RETURN-CODE NOT = '00'
               MOVE 'COBRA EVENT NOT CAPTURED' TO WS-ACTION-TEXT
               PERFORM P680000-ACTION-LINE THRU P680000-EXIT.

       P500000-EXIT.
           EXIT.
           TITLE 'DEPAGOUT --> ONE ACTION LINE'.
       P680000-ACTION-LINE SECTION.

           MOVE DEP-EMP-NUM TO WS-EDIT-EMP.
           MOVE DEP-DEP-NUM TO WS-EDIT-DEP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING DEP-CASE-NUM             DELIMITED BY SIZE
                  ' EMP '                  DELIMITED BY SIZE
                  WS-EDIT-EMP              DELIMITED BY SIZE
                  ' DEP '                  DELIMITED BY SIZE
                  WS-EDIT-DEP              DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  DEP-LAST-NAME            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-AGEOUT-DATE           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-ACTION-TEXT           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-LINE THRU P690000-EXIT.

       P680000-EXIT.
           EXIT.
           TITLE 'DEPAGOUT --> WRITE ONE REPORT LINE'.
       P690000-WRITE-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('DAGO')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P690000-EXIT.
           EXIT.
           TITLE 'DEPAGOUT --> RECORD A STUDENT CERTIFICATION'.
       P700000-RECORD-CERTIFICATION SECTION.

           IF DG-THRU-DATE = SPACES
               MOVE '04' TO DG-RETURN-CODE
               GO TO P700000-EXIT.

      *    THE LIMIT MOVES, SO A NOTICE ALREADY SENT NO LONGER HOLDS.
           EXEC SQL
               UPDATE DEPENDENT
                  SET STUDENT_IND        = 'Y',
                      STUDENT_CERT_THRU  = DATE(:DG-THRU-DATE),
                      AGEOUT_NOTICE_DATE = NULL,
                      CHANGE_LOGON       = :DG-OPERATOR-LOGON,
                      CHANGE_DATE        = CURRENT TIMESTAMP
                WHERE CASE_NUM     = :DG-CASE-NUM
                  AND EMP_NUM      = :DG-EMP-NUM
                  AND DEP_NUM      = :DG-DEP-NUM
                  AND RELATIONSHIP = 'C'
                  AND ACTIVE_IND   = 'Y'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO DG-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO DG-RETURN-CODE
           END-EVALUATE.

       P700000-EXIT.
           EXIT.
           TITLE 'DEPAGOUT --> RECORD A DISABLED-DEPENDENT EXTENSION'.
       P800000-RECORD-EXTENSION SECTION.

           IF DG-OPERATOR-LOGON = SPACES
               MOVE '04' TO DG-RETURN-CODE
               GO TO P800000-EXIT.

      *    THE EXTENSION RESTS ON MEDICAL PROOF - ONLY THE HOLDERS
      *    OF THE RESOURCE MAY GRANT IT.
           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'DEPAGOUT' TO SEC-RESOURCE-NAME.
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
               MOVE '08' TO DG-RETURN-CODE
               GO TO P800000-EXIT.

           IF DG-THRU-DATE = SPACES
               EXEC SQL
                   UPDATE DEPENDENT
                      SET DISABLED_EXT_IND  = 'Y',
                          DISABLED_EXT_THRU = NULL,
                          CHANGE_LOGON      = :DG-OPERATOR-LOGON,
                          CHANGE_DATE       = CURRENT TIMESTAMP
                    WHERE CASE_NUM     = :DG-CASE-NUM
                      AND EMP_NUM      = :DG-EMP-NUM
                      AND DEP_NUM      = :DG-DEP-NUM
                      AND RELATIONSHIP = 'C'
                      AND ACTIVE_IND   = 'Y'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE DEPENDENT
                      SET DISABLED_EXT_IND  = 'Y',
                          DISABLED_EXT_THRU = DATE(:DG-THRU-DATE),
                          CHANGE_LOGON      = :DG-OPERATOR-LOGON,
                          CHANGE_DATE       = CURRENT TIMESTAMP
                    WHERE CASE_NUM     = :DG-CASE-NUM
                      AND EMP_NUM      = :DG-EMP-NUM
                      AND DEP_NUM      = :DG-DEP-NUM
                      AND RELATIONSHIP = 'C'
                      AND ACTIVE_IND   = 'Y'
               END-EXEC
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO DG-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO DG-RETURN-CODE
           END-EVALUATE.

       P800000-EXIT.
           EXIT.
