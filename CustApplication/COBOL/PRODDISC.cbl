       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODDISC.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: PRODDISC                                       *
      *  PROGRAM TEXT:  PRODUCT DISCONTINUANCE AND CLOSED-BLOCK         *
      *                 MIGRATION.  WHEN A CARRIER WITHDRAWS A PRODUCT  *
      *                 FROM A STATE, 'D' DECLARES IT WITH ITS 90 OR    *
      *                 180 DAY NOTICE PERIOD AND THE REPLACEMENT       *
      *                 PRODUCT OFFERED, AND 'X' KEYS THE PLAN-CODE     *
      *                 CROSSWALK FROM EACH OLD PLAN TO ITS             *
      *                 REPLACEMENT.  'L' LISTS EVERY IN-FORCE CASE ON  *
      *                 THE PRODUCT WHOSE SITUS IS THE STATE, WITH ITS  *
      *                 ACTIVE MEMBERS; 'N' DOES THE SAME AND SENDS THE *
      *                 STATUTORY NOTICES THROUGH CORRGEN, ONE TO THE   *
      *                 GROUP AND ONE TO EACH MEMBER, AND OPENS THE     *
      *                 OFFER ON DISC_CASE WITH THE MIGRATION DATE SET  *
      *                 TO THE FIRST PRODUCT_EFF_DATE ANNIVERSARY AFTER *
      *                 THE NOTICE PERIOD.  'R' RECORDS A CASE'S ANSWER *
      *                 - ACCEPTED, MOVED ELSEWHERE OR LAPSED - AND 'S' *
      *                 REPORTS WHERE EVERY NOTICED CASE STANDS.  THE   *
      *                 NIGHTLY 'M' SWEEP LAPSES EVERY CASE THAT NEVER  *
      *                 ANSWERED BY ITS MIGRATION DATE AND MOVES EVERY  *
      *                 ACCEPTING CASE THROUGH ONE OPENENRL MASS CHANGE *
      *                 PER CROSSWALK ROW, THEN ONTO THE REPLACEMENT    *
      *                 PRODUCT.  LISTINGS GO TO THE PDSC TDQ.  GATED   *
      *                 BY THE 'PRODDISC' SECCHECK RESOURCE.            *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'M' RUN FOR A PREDECESSOR THAT HAS NOT        *
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
       77  WS-CHECKPOINT-SIZE          PIC S9(4) COMP VALUE +50.

       01  WS-UNIT-COUNT                PIC S9(4) COMP VALUE ZERO.

       01  WS-CASE-EOF-SW               PIC X     VALUE 'N'.
           88  CASE-CURSOR-EOF          VALUE 'Y'.
       01  WS-MBR-EOF-SW                PIC X     VALUE 'N'.
           88  MEMBER-CURSOR-EOF        VALUE 'Y'.
       01  WS-XWALK-EOF-SW              PIC X     VALUE 'N'.
           88  XWALK-CURSOR-EOF         VALUE 'Y'.
       01  WS-MOVE-FAILED-SW            PIC X     VALUE 'N'.
           88  MOVE-FAILED              VALUE 'Y'.

       01  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
       01  WS-TARGET-DATE               PIC X(10) VALUE SPACES.
       01  WS-NOTICE-DATE-IND           PIC S9(4) COMP VALUE ZERO.
       01  WS-ROW-COUNT                 PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-NOT-MOVED                 PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-AUDIT-TIMESTAMP           PIC X(26) VALUE SPACES.
       01  WS-RUN-LABEL                 PIC X(7)  VALUE SPACES.
       01  WS-STATUS-TEXT               PIC X(32) VALUE SPACES.

       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-PROD-EFF-DATE             PIC X(10) VALUE SPACES.
       01  WS-PROD-EFF-IND              PIC S9(4) COMP VALUE ZERO.
       01  WS-MIGRATION-DATE            PIC X(10) VALUE SPACES.
       01  WS-MEMBER-COUNT              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CASE-STATUS               PIC X(1)  VALUE SPACE.

       01  WS-EMP-NUM                   PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-EMP-LAST-NAME             PIC X(20) VALUE SPACES.
       01  WS-EMP-FIRST-NAME            PIC X(15) VALUE SPACES.
       01  WS-MEMBER-NAME               PIC X(30) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-BIG-COUNT            PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-DAYS                 PIC ZZ9   VALUE ZERO.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

       01  OPENENRL-COMM-AREA.
           COPY OPENENRC.

           COPY PRDDISC.
           COPY DSCXWLK.
           COPY DSCCASE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY IN-FORCE CASE ON THE PRODUCT WHOSE SITUS IS THE       *
      *    STATE.  WITH HOLD SO THE EVERY-FIFTY-CASES CHECKPOINT       *
      *    SYNCPOINT DOES NOT CLOSE THE DRIVING CURSOR.                *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE PDCASCUR CURSOR WITH HOLD FOR
               SELECT C.CASE_NUM,
                      C.CASENAME#IDNTITY,
                      CHAR(C.PRODUCT_EFF_DATE, ISO)
                 FROM CASE_MASTER C, AGNTNAME A
                WHERE A.IDNTITY         = C.CASENAME#IDNTITY
                  AND C.PRODUCT_LINE    = :DC-PRODUCT-LINE
                  AND C.PRODUCT_NUMBER  = :DC-PRODUCT-NUMBER
                  AND A.STATE           = :DC-STATE-CD
                  AND C.ACTIVE_CODE     = 'CM'
                ORDER BY C.CASE_NUM
           END-EXEC.

           EXEC SQL DECLARE PDMBRCUR CURSOR FOR
               SELECT EMP_NUM,
                      LAST_NAME,
                      FIRST_NAME
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :WS-CASE-NUM
                  AND ACTIVE_IND       = 'Y'
                ORDER BY EMP_NUM
           END-EXEC.

           EXEC SQL DECLARE PDSTACUR CURSOR FOR
               SELECT CASE_NUM,
                      MEMBER_COUNT,
                      CHAR(MIGRATION_DATE, ISO),
                      CASE_STATUS,
                      CHAR(STATUS_DATE, ISO)
                 FROM DISC_CASE
                WHERE PRODUCT_LINE   = :DC-PRODUCT-LINE
                  AND PRODUCT_NUMBER = :DC-PRODUCT-NUMBER
                  AND STATE_CD       = :DC-STATE-CD
                ORDER BY CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY NOTICED CASE WHOSE MIGRATION DATE HAS COME, ACROSS    *
      *    EVERY DISCONTINUANCE.  BOTH SWEEP CURSORS ARE WITH HOLD -   *
      *    OPENENRL CHECKPOINTS INSIDE EACH MOVE, AND EACH CASE IS ITS *
      *    OWN UNIT OF WORK.                                           *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE PDDUECUR CURSOR WITH HOLD FOR
               SELECT D.PRODUCT_LINE,
                      D.PRODUCT_NUMBER,
                      D.STATE_CD,
                      D.CASE_NUM,
                      D.CASE_IDNTITY,
                      CHAR(D.MIGRATION_DATE, ISO),
                      D.CASE_STATUS,
                      H.REPL_PRODUCT_LINE,
                      H.REPL_PRODUCT_NUMBER
                 FROM DISC_CASE D, PROD_DISCONTINUE H
                WHERE H.PRODUCT_LINE    = D.PRODUCT_LINE
                  AND H.PRODUCT_NUMBER  = D.PRODUCT_NUMBER
                  AND H.STATE_CD        = D.STATE_CD
                  AND D.CASE_STATUS    IN ('N', 'A')
                  AND D.MIGRATION_DATE <= CURRENT DATE
                ORDER BY D.PRODUCT_LINE, D.PRODUCT_NUMBER,
                         D.STATE_CD, D.CASE_NUM
           END-EXEC.

           EXEC SQL DECLARE PDXWKCUR CURSOR WITH HOLD FOR
               SELECT PROD_TYPE,
                      OLD_PLAN_CODE,
                      NEW_PLAN_CODE
                 FROM DISC_PLAN_XWALK
                WHERE PRODUCT_LINE   = :DCS-PRODUCT-LINE
                  AND PRODUCT_NUMBER = :DCS-PRODUCT-NUMBER
                  AND STATE_CD       = :DCS-STATE-CD
                ORDER BY PROD_TYPE, OLD_PLAN_CODE
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'PRODDISC --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY PRODDSCC.
           TITLE 'PRODDISC --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'PRODDISC' TO RL-PROGRAM-NAME.
           IF DC-FUNCTION-CODE = 'M'
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
               MOVE '20' TO DC-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO DC-RETURN-CODE.
           MOVE ZERO TO DC-CASES-AFFECTED DC-MEMBERS-AFFECTED
                        DC-NOTICES-SENT DC-CASES-OPEN
                        DC-CASES-ACCEPTED DC-CASES-MIGRATED
                        DC-CASES-ELSEWHERE DC-CASES-LAPSED.

           IF DC-FUNCTION-CODE NOT = 'D' AND 'X' AND 'L' AND 'N'
                                 AND 'R' AND 'S' AND 'M'
               MOVE '01' TO DC-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P100000-CHECK-SECURITY THRU P100000-EXIT.

           IF DC-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE
               GO TO P000000-RETURN.

           IF DC-FUNCTION-CODE = 'M'
               PERFORM P600000-MIGRATION-SWEEP THRU P600000-EXIT
               GO TO P000000-RETURN.

           IF DC-PRODUCT-LINE = SPACES
               OR DC-PRODUCT-NUMBER = SPACES
               OR DC-STATE-CD = SPACES
               MOVE '06' TO DC-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P150000-FIND-THE-DISCONTINUANCE THRU P150000-EXIT.

           IF DC-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           EVALUATE DC-FUNCTION-CODE
               WHEN 'D'
                   PERFORM P200000-DECLARE THRU P200000-EXIT
               WHEN 'X'
                   PERFORM P250000-SET-XWALK-ROW THRU P250000-EXIT
               WHEN 'R'
                   PERFORM P500000-RECORD-THE-ANSWER THRU P500000-EXIT
               WHEN 'S'
                   PERFORM P550000-STATUS-REPORT THRU P550000-EXIT
               WHEN OTHER
                   PERFORM P300000-WALK-THE-CASES THRU P300000-EXIT
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - THE CHECKPOINTED
      *    CASES STAND AND THE RERUN PICKS UP THE REST.
           IF DC-RETURN-CODE = '12'
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE.
           MOVE 'PRODDISC' TO RL-PROGRAM-NAME.
           MOVE DC-CASES-AFFECTED TO RL-RECORD-COUNT.
           MOVE DC-RETURN-CODE TO RL-PROGRAM-RC.
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
           TITLE 'PRODDISC --> OPERATOR MUST HOLD PRODDISC'.
       P100000-CHECK-SECURITY SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'PRODDISC' TO SEC-RESOURCE-NAME.
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
               MOVE '03' TO DC-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> READ THE DISCONTINUANCE'.
       P150000-FIND-THE-DISCONTINUANCE SECTION.

           MOVE ZERO TO WS-NOTICE-DATE-IND.

           EXEC SQL
               SELECT NOTICE_DAYS,
                      REPL_PRODUCT_LINE,
                      REPL_PRODUCT_NUMBER,
                      DISC_STATUS,
                      CHAR(NOTICE_DATE, ISO)
                 INTO :PDH-NOTICE-DAYS,
                      :PDH-REPL-PROD-LINE,
                      :PDH-REPL-PROD-NUMBER,
                      :PDH-DISC-STATUS,
                      :PDH-NOTICE-DATE :WS-NOTICE-DATE-IND
                 FROM PROD_DISCONTINUE
                WHERE PRODUCT_LINE   = :DC-PRODUCT-LINE
                  AND PRODUCT_NUMBER = :DC-PRODUCT-NUMBER
                  AND STATE_CD       = :DC-STATE-CD
           END-EXEC.

      *    ONLY 'D' EXPECTS TO FIND NOTHING.
           IF SQLCODE = +100
               IF DC-FUNCTION-CODE NOT = 'D'
                   MOVE '02' TO DC-RETURN-CODE
               END-IF
               GO TO P150000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE
               GO TO P150000-EXIT.

           IF DC-FUNCTION-CODE = 'D'
               MOVE '04' TO DC-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> DECLARE THE DISCONTINUANCE'.
       P200000-DECLARE SECTION.

      *----------------------------------------------------------------*
      *    NINETY DAYS FOR A PRODUCT DISCONTINUANCE, ONE HUNDRED AND   *
      *    EIGHTY FOR A WITHDRAWAL FROM THE MARKET - AND A REPLACEMENT *
      *    PRODUCT TO OFFER.                                           *
      *----------------------------------------------------------------*
           IF DC-NOTICE-DAYS NOT = 90 AND 180
               OR DC-REPL-PRODUCT-LINE = SPACES
               OR DC-REPL-PRODUCT-NUMBER = SPACES
               MOVE '06' TO DC-RETURN-CODE
               GO TO P200000-EXIT.

           IF DC-REPL-PRODUCT-LINE = DC-PRODUCT-LINE
               AND DC-REPL-PRODUCT-NUMBER = DC-PRODUCT-NUMBER
               MOVE '06' TO DC-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE DC-NOTICE-DAYS TO PDH-NOTICE-DAYS.

           EXEC SQL
               INSERT INTO PROD_DISCONTINUE
                      ( PRODUCT_LINE,
                        PRODUCT_NUMBER,
                        STATE_CD,
                        NOTICE_DAYS,
                        REPL_PRODUCT_LINE,
                        REPL_PRODUCT_NUMBER,
                        DISC_STATUS,
                        NOTICE_DATE,
                        DISC_LOGON,
                        DISC_TIMESTAMP )
               VALUES ( :DC-PRODUCT-LINE,
                        :DC-PRODUCT-NUMBER,
                        :DC-STATE-CD,
                        :PDH-NOTICE-DAYS,
                        :DC-REPL-PRODUCT-LINE,
                        :DC-REPL-PRODUCT-NUMBER,
                        'O',
                        NULL,
                        :DC-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> SET ONE PLAN-CODE CROSSWALK ROW'.
       P250000-SET-XWALK-ROW SECTION.

           IF DC-PROD-TYPE = SPACES
               OR DC-OLD-PLAN-CODE = SPACES
               OR DC-NEW-PLAN-CODE = SPACES
               MOVE '06' TO DC-RETURN-CODE
               GO TO P250000-EXIT.

      *    THE NEW PLAN MUST BE ONE RATECALC CAN PRICE.
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM PLANCODE
                WHERE PLAN_CODE = :DC-NEW-PLAN-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE
               GO TO P250000-EXIT.

           IF WS-ROW-COUNT = ZERO
               MOVE '06' TO DC-RETURN-CODE
               GO TO P250000-EXIT.

           EXEC SQL
               DELETE FROM DISC_PLAN_XWALK
                WHERE PRODUCT_LINE   = :DC-PRODUCT-LINE
                  AND PRODUCT_NUMBER = :DC-PRODUCT-NUMBER
                  AND STATE_CD       = :DC-STATE-CD
                  AND PROD_TYPE      = :DC-PROD-TYPE
                  AND OLD_PLAN_CODE  = :DC-OLD-PLAN-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO DC-RETURN-CODE
               GO TO P250000-EXIT.

           EXEC SQL
               INSERT INTO DISC_PLAN_XWALK
                      ( PRODUCT_LINE,
                        PRODUCT_NUMBER,
                        STATE_CD,
                        PROD_TYPE,
                        OLD_PLAN_CODE,
                        NEW_PLAN_CODE,
                        XWALK_LOGON,
                        XWALK_TIMESTAMP )
               VALUES ( :DC-PRODUCT-LINE,
                        :DC-PRODUCT-NUMBER,
                        :DC-STATE-CD,
                        :DC-PROD-TYPE,
                        :DC-OLD-PLAN-CODE,
                        :DC-NEW-PLAN-CODE,
                        :DC-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

       P250000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> LIST OR NOTICE EVERY AFFECTED CASE'.
       P300000-WALK-THE-CASES SECTION.

      *----------------------------------------------------------------*
      *    NO CASE IS NOTICED UNTIL THE CROSSWALK SAYS WHERE ITS PLANS *
      *    WILL GO.                                                    *
      *----------------------------------------------------------------*
           IF DC-FUNCTION-CODE = 'N'
               MOVE ZERO TO WS-ROW-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM DISC_PLAN_XWALK
                    WHERE PRODUCT_LINE   = :DC-PRODUCT-LINE
                      AND PRODUCT_NUMBER = :DC-PRODUCT-NUMBER
                      AND STATE_CD       = :DC-STATE-CD
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO DC-RETURN-CODE
                   GO TO P300000-EXIT
               END-IF
               IF WS-ROW-COUNT = ZERO
                   MOVE '06' TO DC-RETURN-CODE
                   GO TO P300000-EXIT
               END-IF
           END-IF.

      *    THE EARLIEST DAY A CASE NOTICED TODAY MAY BE MOVED.
           EXEC SQL
               SELECT CHAR(DATE(:WS-TODAY-DATE)
                           + :PDH-NOTICE-DAYS DAYS, ISO)
                 INTO :WS-TARGET-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE
               GO TO P300000-EXIT.

           IF DC-FUNCTION-CODE = 'N'
               MOVE 'NOTICES' TO WS-RUN-LABEL
           ELSE
               MOVE 'LISTING' TO WS-RUN-LABEL.

           MOVE PDH-NOTICE-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PRODUCT DISCONTINUANCE '
                                    DELIMITED BY SIZE
                  WS-RUN-LABEL      DELIMITED BY SIZE
                  ' - PRODUCT '     DELIMITED BY SIZE
                  DC-PRODUCT-LINE   DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  DC-PRODUCT-NUMBER DELIMITED BY SIZE
                  ' STATE '         DELIMITED BY SIZE
                  DC-STATE-CD       DELIMITED BY SIZE
                  ' NOTICE DAYS '   DELIMITED BY SIZE
                  WS-EDIT-DAYS      DELIMITED BY SIZE
                  ' REPLACED BY '   DELIMITED BY SIZE
                  PDH-REPL-PROD-LINE
                                    DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  PDH-REPL-PROD-NUMBER
                                    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE ZERO TO WS-UNIT-COUNT.
           MOVE 'N'  TO WS-CASE-EOF-SW.

           EXEC SQL
               OPEN PDCASCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE
               GO TO P300000-EXIT.

           PERFORM P350000-ONE-AFFECTED-CASE THRU P350000-EXIT
               UNTIL CASE-CURSOR-EOF.

           EXEC SQL
               CLOSE PDCASCUR
           END-EXEC.

           IF DC-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           MOVE DC-CASES-AFFECTED   TO WS-EDIT-COUNT.
           MOVE DC-MEMBERS-AFFECTED TO WS-EDIT-BIG-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASES AFFECTED '    DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
                  ' MEMBERS AFFECTED ' DELIMITED BY SIZE
                  WS-EDIT-BIG-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           IF DC-FUNCTION-CODE NOT = 'N'
               GO TO P300000-EXIT.

           MOVE DC-NOTICES-SENT TO WS-EDIT-BIG-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NOTICES SENT '      DELIMITED BY SIZE
                  WS-EDIT-BIG-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

      *----------------------------------------------------------------*
      *    THE TAIL-END UNIT COMMITS WITH THE DISCONTINUANCE MARKED    *
      *    NOTICED - THE FIRST NOTICE DATE STANDS ACROSS RERUNS.       *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE PROD_DISCONTINUE
                  SET DISC_STATUS = 'N',
                      NOTICE_DATE = VALUE(NOTICE_DATE, CURRENT DATE)
                WHERE PRODUCT_LINE   = :DC-PRODUCT-LINE
                  AND PRODUCT_NUMBER = :DC-PRODUCT-NUMBER
                  AND STATE_CD       = :DC-STATE-CD
                  AND DISC_STATUS    = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO DC-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P300000-EXIT.

           EXEC CICS SYNCPOINT
           END-EXEC.

       P300000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> ONE AFFECTED CASE AND ITS MEMBERS'.
       P350000-ONE-AFFECTED-CASE SECTION.

           MOVE ZERO TO WS-PROD-EFF-IND.

           EXEC SQL
               FETCH PDCASCUR
                 INTO :WS-CASE-NUM,
                      :WS-CASE-IDNTITY,
                      :WS-PROD-EFF-DATE :WS-PROD-EFF-IND
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DC-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P350000-EXIT.

           ADD 1 TO DC-CASES-AFFECTED.

      *----------------------------------------------------------------*
      *    A CASE ALREADY NOTICED KEEPS ITS DATES - A RERUN OF 'N'     *
      *    PICKS UP ONLY THE CASES NOT YET REACHED.                    *
      *----------------------------------------------------------------*
           MOVE SPACE TO WS-CASE-STATUS.

           EXEC SQL
               SELECT CASE_STATUS,
                      CHAR(MIGRATION_DATE, ISO),
                      MEMBER_COUNT
                 INTO :WS-CASE-STATUS,
                      :WS-MIGRATION-DATE,
                      :WS-MEMBER-COUNT
                 FROM DISC_CASE
                WHERE PRODUCT_LINE   = :DC-PRODUCT-LINE
                  AND PRODUCT_NUMBER = :DC-PRODUCT-NUMBER
                  AND STATE_CD       = :DC-STATE-CD
                  AND CASE_NUM       = :WS-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               GO TO P350000-BACK-OUT.

           IF WS-CASE-STATUS NOT = SPACE
               ADD WS-MEMBER-COUNT TO DC-MEMBERS-AFFECTED
               MOVE WS-MEMBER-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CASE '           DELIMITED BY SIZE
                      WS-CASE-NUM       DELIMITED BY SIZE
                      ' MEMBERS '       DELIMITED BY SIZE
                      WS-EDIT-COUNT     DELIMITED BY SIZE
                      ' ALREADY NOTICED - MIGRATES '
                                        DELIMITED BY SIZE
                      WS-MIGRATION-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT
               GO TO P350000-EXIT.

      *----------------------------------------------------------------*
      *    THE CASE MOVES ON THE FIRST ANNIVERSARY OF ITS              *
      *    PRODUCT_EFF_DATE THAT FALLS AFTER THE NOTICE PERIOD; A CASE *
      *    WITH NO PRODUCT DATE MOVES WHEN THE PERIOD RUNS OUT.        *
      *----------------------------------------------------------------*
           IF WS-PROD-EFF-IND < ZERO
               MOVE WS-TARGET-DATE TO WS-MIGRATION-DATE
           ELSE
               EXEC SQL
                   SELECT CHAR(CASE
                            WHEN DATE(:WS-PROD-EFF-DATE)
                                 + (YEAR(DATE(:WS-TARGET-DATE))
                                 - YEAR(DATE(:WS-PROD-EFF-DATE))) YEARS
                                 >= DATE(:WS-TARGET-DATE)
                            THEN DATE(:WS-PROD-EFF-DATE)
                                 + (YEAR(DATE(:WS-TARGET-DATE))
                                 - YEAR(DATE(:WS-PROD-EFF-DATE))) YEARS
                            ELSE DATE(:WS-PROD-EFF-DATE)
                                 + (YEAR(DATE(:WS-TARGET-DATE))
                                 - YEAR(DATE(:WS-PROD-EFF-DATE)) + 1)
                                   YEARS
                            END, ISO)
                     INTO :WS-MIGRATION-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = ZERO
                   GO TO P350000-BACK-OUT
               END-IF
           END-IF.

           MOVE ZERO TO WS-MEMBER-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-MEMBER-COUNT
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :WS-CASE-NUM
                  AND ACTIVE_IND       = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P350000-BACK-OUT.

           ADD WS-MEMBER-COUNT TO DC-MEMBERS-AFFECTED.

           MOVE WS-MEMBER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '           DELIMITED BY SIZE
                  WS-CASE-NUM       DELIMITED BY SIZE
                  ' IDNTITY '       DELIMITED BY SIZE
                  WS-CASE-IDNTITY   DELIMITED BY SIZE
                  ' MEMBERS '       DELIMITED BY SIZE
                  WS-EDIT-COUNT     DELIMITED BY SIZE
                  ' MIGRATES '      DELIMITED BY SIZE
                  WS-MIGRATION-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           IF DC-FUNCTION-CODE NOT = 'N'
               PERFORM P400000-LIST-THE-MEMBERS THRU P400000-EXIT
               GO TO P350000-EXIT.

      *----------------------------------------------------------------*
      *    THE STATUTORY NOTICE AND REPLACEMENT OFFER TO THE GROUP.  A *
      *    GROUP LETTER THAT FAILS LEAVES THE CASE UN-NOTICED FOR THE  *
      *    RERUN.                                                      *
      *----------------------------------------------------------------*
           MOVE SPACES               TO CORRGEN-COMM-AREA.
           MOVE 'G'                  TO CG-FUNCTION-CODE.
           MOVE 'PRDDISCG'           TO CG-TEMPLATE-ID.
           MOVE WS-CASE-IDNTITY      TO CG-IDNTITY.
           MOVE WS-CASE-NUM          TO CG-CASE-NUM.
           MOVE DC-PRODUCT-NUMBER    TO CG-SUBST-VALUE (1).
           MOVE WS-MIGRATION-DATE    TO CG-SUBST-VALUE (2).
           MOVE PDH-REPL-PROD-NUMBER TO CG-SUBST-VALUE (3).
           MOVE WS-EDIT-DAYS         TO CG-SUBST-VALUE (4).
           MOVE DC-STATE-CD          TO CG-SUBST-VALUE (5).
           MOVE DC-OPERATOR-LOGON    TO CG-OPERATOR-LOGON.
           MOVE 'PRODDISC'           TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR CG-RETURN-CODE NOT = '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CASE '         DELIMITED BY SIZE
                      WS-CASE-NUM     DELIMITED BY SIZE
                      ' GROUP NOTICE NOT SENT - CORRGEN RC '
                                      DELIMITED BY SIZE
                      CG-RETURN-CODE  DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT
               GO TO P350000-EXIT.

           ADD 1 TO DC-NOTICES-SENT.

           PERFORM P400000-LIST-THE-MEMBERS THRU P400000-EXIT.

           IF DC-RETURN-CODE NOT = '00'
               GO TO P350000-BACK-OUT.

           MOVE WS-MEMBER-COUNT TO DCS-MEMBER-COUNT.

           EXEC SQL
               INSERT INTO DISC_CASE
                      ( PRODUCT_LINE,
                        PRODUCT_NUMBER,
                        STATE_CD,
                        CASE_NUM,
                        CASE_IDNTITY,
                        MEMBER_COUNT,
                        NOTICE_DATE,
                        MIGRATION_DATE,
                        CASE_STATUS,
                        STATUS_DATE,
                        STATUS_LOGON )
               VALUES ( :DC-PRODUCT-LINE,
                        :DC-PRODUCT-NUMBER,
                        :DC-STATE-CD,
                        :WS-CASE-NUM,
                        :WS-CASE-IDNTITY,
                        :DCS-MEMBER-COUNT,
                        CURRENT DATE,
                        DATE(:WS-MIGRATION-DATE),
                        'N',
                        CURRENT DATE,
                        :DC-OPERATOR-LOGON )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P350000-BACK-OUT.

           ADD 1 TO WS-UNIT-COUNT.

      *----------------------------------------------------------------*
      *    CHECKPOINT EVERY FIFTY CASES.                               *
      *----------------------------------------------------------------*
           IF WS-UNIT-COUNT NOT < WS-CHECKPOINT-SIZE
               EXEC CICS SYNCPOINT
               END-EXEC
               MOVE ZERO TO WS-UNIT-COUNT.

           GO TO P350000-EXIT.

       P350000-BACK-OUT.

           MOVE '12' TO DC-RETURN-CODE.
           MOVE 'Y'  TO WS-CASE-EOF-SW.

           IF DC-FUNCTION-CODE = 'N'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

       P350000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> LIST AND NOTICE EACH MEMBER'.
       P400000-LIST-THE-MEMBERS SECTION.

           MOVE 'N' TO WS-MBR-EOF-SW.

           EXEC SQL
               OPEN PDMBRCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE
               GO TO P400000-EXIT.

           PERFORM P450000-ONE-MEMBER THRU P450000-EXIT
               UNTIL MEMBER-CURSOR-EOF.

           EXEC SQL
               CLOSE PDMBRCUR
           END-EXEC.

       P400000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> ONE MEMBER LINE AND NOTICE'.
       P450000-ONE-MEMBER SECTION.

           EXEC SQL
               FETCH PDMBRCUR
                 INTO :WS-EMP-NUM,
                      :WS-EMP-LAST-NAME,
                      :WS-EMP-FIRST-NAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DC-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-MBR-EOF-SW
               GO TO P450000-EXIT.

           MOVE WS-EMP-NUM TO WS-EDIT-EMP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    EMP '         DELIMITED BY SIZE
                  WS-EDIT-EMP        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EMP-LAST-NAME   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EMP-FIRST-NAME  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           IF DC-FUNCTION-CODE NOT = 'N'
               GO TO P450000-EXIT.

      *----------------------------------------------------------------*
      *    EACH COVERED MEMBER GETS THEIR OWN NOTICE.  ONE THAT FAILS  *
      *    IS LISTED FOR THE SERVICE DESK RATHER THAN HOLDING UP THE   *
      *    CASE - THE GROUP HAS ALREADY BEEN NOTICED.                  *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MEMBER-NAME.
           STRING WS-EMP-FIRST-NAME  DELIMITED BY '  '
                  ' '                DELIMITED BY SIZE
                  WS-EMP-LAST-NAME   DELIMITED BY '  '
               INTO WS-MEMBER-NAME
           END-STRING.

           MOVE SPACES               TO CORRGEN-COMM-AREA.
           MOVE 'G'                  TO CG-FUNCTION-CODE.
           MOVE 'PRDDISCM'           TO CG-TEMPLATE-ID.
           MOVE WS-CASE-IDNTITY      TO CG-IDNTITY.
           MOVE WS-CASE-NUM          TO CG-CASE-NUM.
           MOVE WS-MEMBER-NAME       TO CG-SUBST-VALUE (1).
           MOVE DC-PRODUCT-NUMBER    TO CG-SUBST-VALUE (2).
           MOVE WS-MIGRATION-DATE    TO CG-SUBST-VALUE (3).
           MOVE PDH-REPL-PROD-NUMBER TO CG-SUBST-VALUE (4).
           MOVE WS-EDIT-EMP          TO CG-SUBST-VALUE (5).
           MOVE DC-OPERATOR-LOGON    TO CG-OPERATOR-LOGON.
           MOVE 'PRODDISC'           TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND CG-RETURN-CODE = '00'
               ADD 1 TO DC-NOTICES-SENT
               GO TO P450000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    EMP '         DELIMITED BY SIZE
                  WS-EDIT-EMP        DELIMITED BY SIZE
                  ' MEMBER NOTICE NOT SENT - CORRGEN RC '
                                     DELIMITED BY SIZE
                  CG-RETURN-CODE     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P450000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> RECORD ONE CASE ANSWER TO THE OFFER'.
       P500000-RECORD-THE-ANSWER SECTION.

           IF DC-CASE-NUM = SPACES
               OR DC-CASE-ANSWER NOT = 'A' AND 'E' AND 'L'
               MOVE '06' TO DC-RETURN-CODE
               GO TO P500000-EXIT.

           EXEC SQL
               SELECT CASE_STATUS
                 INTO :WS-CASE-STATUS
                 FROM DISC_CASE
                WHERE PRODUCT_LINE   = :DC-PRODUCT-LINE
                  AND PRODUCT_NUMBER = :DC-PRODUCT-NUMBER
                  AND STATE_CD       = :DC-STATE-CD
                  AND CASE_NUM       = :DC-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO DC-RETURN-CODE
               GO TO P500000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE
               GO TO P500000-EXIT.

      *    UNTIL THE MOVE IS MADE THE ANSWER MAY BE CORRECTED.
           IF WS-CASE-STATUS = 'M'
               MOVE '05' TO DC-RETURN-CODE
               GO TO P500000-EXIT.

           EXEC SQL
               UPDATE DISC_CASE
                  SET CASE_STATUS  = :DC-CASE-ANSWER,
                      STATUS_DATE  = CURRENT DATE,
                      STATUS_LOGON = :DC-OPERATOR-LOGON
                WHERE PRODUCT_LINE   = :DC-PRODUCT-LINE
                  AND PRODUCT_NUMBER = :DC-PRODUCT-NUMBER
                  AND STATE_CD       = :DC-STATE-CD
                  AND CASE_NUM       = :DC-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE.

       P500000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> WHERE EVERY NOTICED CASE STANDS'.
       P550000-STATUS-REPORT SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PRODUCT DISCONTINUANCE STATUS - PRODUCT '
                                    DELIMITED BY SIZE
                  DC-PRODUCT-LINE   DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  DC-PRODUCT-NUMBER DELIMITED BY SIZE
                  ' STATE '         DELIMITED BY SIZE
                  DC-STATE-CD       DELIMITED BY SIZE
                  ' NOTICED '       DELIMITED BY SIZE
                  PDH-NOTICE-DATE   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE 'N' TO WS-CASE-EOF-SW.

           EXEC SQL
               OPEN PDSTACUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE
               GO TO P550000-EXIT.

           PERFORM P580000-ONE-CASE-STATUS THRU P580000-EXIT
               UNTIL CASE-CURSOR-EOF.

           EXEC SQL
               CLOSE PDSTACUR
           END-EXEC.

           IF DC-RETURN-CODE NOT = '00'
               GO TO P550000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DC-CASES-OPEN TO WS-EDIT-COUNT.
           STRING 'OFFER OPEN '   DELIMITED BY SIZE
                  WS-EDIT-COUNT   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DC-CASES-ACCEPTED TO WS-EDIT-COUNT.
           STRING 'ACCEPTED       '  DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DC-CASES-MIGRATED TO WS-EDIT-COUNT.
           STRING 'MIGRATED       '  DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DC-CASES-ELSEWHERE TO WS-EDIT-COUNT.
           STRING 'MOVED ELSEWHERE '  DELIMITED BY SIZE
                  WS-EDIT-COUNT       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DC-CASES-LAPSED TO WS-EDIT-COUNT.
           STRING 'LAPSED         '  DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> ONE LINE PER NOTICED CASE'.
       P580000-ONE-CASE-STATUS SECTION.

           EXEC SQL
               FETCH PDSTACUR
                 INTO :DCS-CASE-NUM,
                      :DCS-MEMBER-COUNT,
                      :DCS-MIGRATION-DATE,
                      :DCS-CASE-STATUS,
                      :DCS-STATUS-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DC-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P580000-EXIT.

           ADD 1 TO DC-CASES-AFFECTED.
           ADD DCS-MEMBER-COUNT TO DC-MEMBERS-AFFECTED.

           EVALUATE DCS-CASE-STATUS
               WHEN 'N'
                   ADD 1 TO DC-CASES-OPEN
                   MOVE 'OFFER OPEN          ' TO WS-STATUS-TEXT
               WHEN 'A'
                   ADD 1 TO DC-CASES-ACCEPTED
                   MOVE 'ACCEPTED            ' TO WS-STATUS-TEXT
               WHEN 'M'
                   ADD 1 TO DC-CASES-MIGRATED
                   MOVE 'MIGRATED            ' TO WS-STATUS-TEXT
               WHEN 'E'
                   ADD 1 TO DC-CASES-ELSEWHERE
                   MOVE 'MOVED ELSEWHERE     ' TO WS-STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO DC-CASES-LAPSED
                   MOVE 'LAPSED              ' TO WS-STATUS-TEXT
           END-EVALUATE.

           MOVE DCS-MEMBER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '            DELIMITED BY SIZE
                  DCS-CASE-NUM       DELIMITED BY SIZE
                  ' MEMBERS '        DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  ' MIGRATION DATE ' DELIMITED BY SIZE
                  DCS-MIGRATION-DATE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-STATUS-TEXT     DELIMITED BY SIZE
                  ' SINCE '          DELIMITED BY SIZE
                  DCS-STATUS-DATE    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P580000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> MIGRATE OR LAPSE EVERY CASE DUE'.
       P600000-MIGRATION-SWEEP SECTION.

           MOVE ZERO TO WS-NOT-MOVED.
           MOVE 'N'  TO WS-CASE-EOF-SW.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PRODUCT DISCONTINUANCE MIGRATION SWEEP '
                                    DELIMITED BY SIZE
                  WS-TODAY-DATE     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           EXEC SQL
               OPEN PDDUECUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE
               GO TO P600000-EXIT.

           PERFORM P650000-MIGRATE-ONE-CASE THRU P650000-EXIT
               UNTIL CASE-CURSOR-EOF.

           EXEC SQL
               CLOSE PDDUECUR
           END-EXEC.

           IF DC-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

      *----------------------------------------------------------------*
      *    A DISCONTINUANCE WITH NO CASE LEFT OPEN OR WAITING TO MOVE  *
      *    IS CLOSED - THE BLOCK IS DONE.                              *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE PROD_DISCONTINUE H
                  SET DISC_STATUS = 'C'
                WHERE H.DISC_STATUS = 'N'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM DISC_CASE D
                        WHERE D.PRODUCT_LINE   = H.PRODUCT_LINE
                          AND D.PRODUCT_NUMBER = H.PRODUCT_NUMBER
                          AND D.STATE_CD       = H.STATE_CD
                          AND D.CASE_STATUS   IN ('N', 'A'))
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO DC-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P600000-EXIT.

           EXEC CICS SYNCPOINT
           END-EXEC.

           MOVE DC-CASES-MIGRATED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASES MIGRATED '  DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE DC-CASES-LAPSED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASES LAPSED '    DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           IF WS-NOT-MOVED > ZERO
               MOVE '05' TO DC-RETURN-CODE.

       P600000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> MOVE ONE ACCEPTING CASE OR LAPSE IT'.
       P650000-MIGRATE-ONE-CASE SECTION.

           EXEC SQL
               FETCH PDDUECUR
                 INTO :DCS-PRODUCT-LINE,
                      :DCS-PRODUCT-NUMBER,
                      :DCS-STATE-CD,
                      :DCS-CASE-NUM,
                      :DCS-CASE-IDNTITY,
                      :DCS-MIGRATION-DATE,
                      :DCS-CASE-STATUS,
                      :PDH-REPL-PROD-LINE,
                      :PDH-REPL-PROD-NUMBER
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DC-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P650000-EXIT.

           ADD 1 TO DC-CASES-AFFECTED.

      *----------------------------------------------------------------*
      *    A CASE THAT NEVER ANSWERED THE OFFER BY ITS MIGRATION DATE  *
      *    HAS LAPSED - IT IS LISTED FOR THE CASE TERMINATION DESK AND *
      *    NOTHING IS MOVED.                                           *
      *----------------------------------------------------------------*
           IF DCS-CASE-STATUS = 'N'
               EXEC SQL
                   UPDATE DISC_CASE
                      SET CASE_STATUS  = 'L',
                          STATUS_DATE  = CURRENT DATE,
                          STATUS_LOGON = :DC-OPERATOR-LOGON
                    WHERE PRODUCT_LINE   = :DCS-PRODUCT-LINE
                      AND PRODUCT_NUMBER = :DCS-PRODUCT-NUMBER
                      AND STATE_CD       = :DCS-STATE-CD
                      AND CASE_NUM       = :DCS-CASE-NUM
               END-EXEC
               IF SQLCODE NOT = ZERO
                   GO TO P650000-BACK-OUT
               END-IF
               EXEC CICS SYNCPOINT
               END-EXEC
               ADD 1 TO DC-CASES-LAPSED
               MOVE 'LAPSED - NO ANSWER TO THE OFFER'
                                       TO WS-STATUS-TEXT
               PERFORM P680000-WRITE-CASE-LINE THRU P680000-EXIT
               GO TO P650000-EXIT
           END-IF.

      *----------------------------------------------------------------*
      *    AN ACCEPTING CASE MOVES ONE OPENENRL MASS CHANGE PER        *
      *    CROSSWALK ROW, EFFECTIVE ITS MIGRATION DATE.  OPENENRL      *
      *    SKIPS MEMBERS ALREADY MOVED, SO A CASE THAT STOPS PART WAY  *
      *    STAYS ACCEPTED AND THE NEXT SWEEP FINISHES IT.              *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-MOVE-FAILED-SW.
           MOVE 'N' TO WS-XWALK-EOF-SW.

           EXEC SQL
               OPEN PDXWKCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P650000-BACK-OUT.

           PERFORM P660000-MOVE-ONE-PLAN THRU P660000-EXIT
               UNTIL XWALK-CURSOR-EOF.

           EXEC SQL
               CLOSE PDXWKCUR
           END-EXEC.

           IF DC-RETURN-CODE NOT = '00'
               GO TO P650000-BACK-OUT.

           IF MOVE-FAILED
               ADD 1 TO WS-NOT-MOVED
               GO TO P650000-EXIT.

      *    THE CASE NOW SITS ON THE REPLACEMENT PRODUCT.
           EXEC SQL
               UPDATE CASE_MASTER
                  SET PRODUCT_LINE     = :PDH-REPL-PROD-LINE,
                      PRODUCT_NUMBER   = :PDH-REPL-PROD-NUMBER,
                      PRODUCT_EFF_DATE = DATE(:DCS-MIGRATION-DATE)
                WHERE CASENAME#IDNTITY = :DCS-CASE-IDNTITY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P650000-BACK-OUT.

           EXEC SQL
               UPDATE DISC_CASE
                  SET CASE_STATUS  = 'M',
                      STATUS_DATE  = CURRENT DATE,
                      STATUS_LOGON = :DC-OPERATOR-LOGON
                WHERE PRODUCT_LINE   = :DCS-PRODUCT-LINE
                  AND PRODUCT_NUMBER = :DCS-PRODUCT-NUMBER
                  AND STATE_CD       = :DCS-STATE-CD
                  AND CASE_NUM       = :DCS-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P650000-BACK-OUT.

           PERFORM P700000-WRITE-AUDIT-ENTRY THRU P700000-EXIT.

           IF DC-RETURN-CODE NOT = '00'
               GO TO P650000-BACK-OUT.

           EXEC CICS SYNCPOINT
           END-EXEC.

           ADD 1 TO DC-CASES-MIGRATED.
           MOVE 'MIGRATED TO THE REPLACEMENT' TO WS-STATUS-TEXT.
           PERFORM P680000-WRITE-CASE-LINE THRU P680000-EXIT.

           GO TO P650000-EXIT.

       P650000-BACK-OUT.

           MOVE '12' TO DC-RETURN-CODE.
           MOVE 'Y'  TO WS-CASE-EOF-SW.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

       P650000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> ONE OPENENRL MOVE PER CROSSWALK ROW'.
       P660000-MOVE-ONE-PLAN SECTION.

           EXEC SQL
               FETCH PDXWKCUR
                 INTO :DXW-PROD-TYPE,
                      :DXW-OLD-PLAN-CODE,
                      :DXW-NEW-PLAN-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DC-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-XWALK-EOF-SW
               GO TO P660000-EXIT.

           MOVE SPACES             TO OPENENRL-COMM-AREA.
           MOVE DCS-CASE-NUM       TO OE-CASE-NUM.
           MOVE DXW-PROD-TYPE      TO OE-PROD-TYPE.
           MOVE DXW-OLD-PLAN-CODE  TO OE-OLD-PLAN-CODE.
           MOVE DXW-NEW-PLAN-CODE  TO OE-NEW-PLAN-CODE.
           MOVE DCS-MIGRATION-DATE TO OE-EFFECTIVE-DATE.
           MOVE DC-OPERATOR-LOGON  TO OE-OPERATOR-LOGON.
           MOVE ZERO               TO OE-EMPS-MOVED OE-EMPS-EXCEPTED.

           EXEC CICS LINK
                     PROGRAM  ('OPENENRL')
                     COMMAREA (OPENENRL-COMM-AREA)
                     LENGTH   (LENGTH OF OPENENRL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    04 - NOBODY ON THE CASE HOLDS THAT OLD PLAN - IS FINE.
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND (OE-RETURN-CODE = '00' OR '04')
               AND OE-EMPS-EXCEPTED = ZERO
               GO TO P660000-EXIT.

           MOVE 'Y' TO WS-MOVE-FAILED-SW.
           MOVE 'Y' TO WS-XWALK-EOF-SW.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '            DELIMITED BY SIZE
                  DCS-CASE-NUM       DELIMITED BY SIZE
                  ' NOT MOVED - '    DELIMITED BY SIZE
                  DXW-PROD-TYPE      DELIMITED BY SIZE
                  ' PLAN '           DELIMITED BY SIZE
                  DXW-OLD-PLAN-CODE  DELIMITED BY SIZE
                  ' TO '             DELIMITED BY SIZE
                  DXW-NEW-PLAN-CODE  DELIMITED BY SIZE
                  ' OPENENRL RC '    DELIMITED BY SIZE
                  OE-RETURN-CODE     DELIMITED BY SIZE
                  ' SEE OPEX'        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P660000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> ONE SWEEP LINE PER CASE'.
       P680000-WRITE-CASE-LINE SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '            DELIMITED BY SIZE
                  DCS-CASE-NUM       DELIMITED BY SIZE
                  ' PRODUCT '        DELIMITED BY SIZE
                  DCS-PRODUCT-LINE   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  DCS-PRODUCT-NUMBER DELIMITED BY SIZE
                  ' STATE '          DELIMITED BY SIZE
                  DCS-STATE-CD       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  DCS-MIGRATION-DATE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-STATUS-TEXT     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P680000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> WRITE ONE LINE TO PDSC'.
       P690000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('PDSC')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P690000-EXIT.
           EXIT.
           TITLE 'PRODDISC --> ONE AUDIT ROW PER MIGRATED CASE'.
       P700000-WRITE-AUDIT-ENTRY SECTION.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-AUDIT-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    'PM' - PRODUCT MIGRATED.  UNIQUENUM CARRIES THE CASE; THE
      *    PRODUCT IT LEFT STAYS ON DISC_CASE.
           EXEC SQL
               INSERT INTO AUDIT_COMM
                      (AUDIT_TIMESTAMP, INITIALS, AUDIT_CODE,
                       UNIQUENUM, IDNTITY_NAME)
               VALUES (:WS-AUDIT-TIMESTAMP, :DC-OPERATOR-INITIALS,
                       'PM', :DCS-CASE-NUM, :DCS-CASE-IDNTITY)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DC-RETURN-CODE.

       P700000-EXIT.
           EXIT.
