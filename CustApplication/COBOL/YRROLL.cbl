       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YRROLL.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: YRROLL                                         *
      *  PROGRAM TEXT:  CONTROLLED PLAN-YEAR / CALENDAR-YEAR ROLLOVER.  *
      *                 PREM_COLLECTED_YTD, CLAIMS_PAID_YTD AND         *
      *                 QUARTER WERE RESET BY HAND AT YEAR END WITH NO  *
      *                 RECORD OF WHAT WAS CLEARED.  EVERY CASE WHOSE   *
      *                 ROLLOVER_DATE IS ON OR BEFORE THE RUN DATE IS   *
      *                 DUE - JANUARY 1 FOR A CALENDAR-YEAR CASE, THE   *
      *                 PLAN YEAR START FOR ANY OTHER.  FUNCTION 'R'    *
      *                 SNAPSHOTS EACH DUE CASE'S FIGURES TO            *
      *                 YEAR_END_HISTORY, ZEROES THEM, MOVES            *
      *                 ROLLOVER_DATE ON TO ITS NEXT ANNIVERSARY AFTER  *
      *                 THE RUN DATE AND SETS ROLLOVER_FLAG 'Y', ALL IN *
      *                 ONE UNIT OF WORK.  A CASE FLAGGED 'H' IS HELD   *
      *                 OUT AND LISTED.  THE RUN SYNCPOINTS EVERY       *
      *                 FIFTY CASES; A MID-RUN ERROR CLOSES THE RUN LOG *
      *                 AS RESTARTABLE AND THE RERUN, FOR THE SAME RUN  *
      *                 DATE, FINDS ONLY THE CASES NOT YET ROLLED.  THE *
      *                 CONTROL REPORT ON THE YRRL TDQ TOTALS THE       *
      *                 SNAPSHOT BY CARRIER AND ROLLOVER DATE AND TIES  *
      *                 IT TO THE NET PREMIUM RECEIVABLE CREDITS        *
      *                 EXTRACTED TO THE G/L FOR THE YEAR ENDED.        *
      *                 FUNCTION 'P' PREVIEWS THE DUE CASES; 'C'        *
      *                 REPRINTS THE CONTROL REPORT.                    *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'R' RUN FOR A PREDECESSOR THAT HAS NOT        *
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
       77  WS-ACCT-PREM-RECV           PIC X(8)  VALUE '12100000'.

       01  WS-ROLL-EOF-SW               PIC X     VALUE 'N'.
           88  ROLL-CURSOR-EOF          VALUE 'Y'.
       01  WS-CTL-EOF-SW                PIC X     VALUE 'N'.
           88  CONTROL-CURSOR-EOF       VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
       01  WS-UNIT-COUNT                PIC S9(4) COMP VALUE ZERO.

       01  WS-CTL-CARRIER               PIC X(2)  VALUE SPACES.
       01  WS-CTL-ROLLOVER-DATE         PIC X(10) VALUE SPACES.
       01  WS-CTL-CASES                 PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CTL-PREM                  PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-CTL-CLAIMS                PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-GL-NET                    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GL-DOLLARS                PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-VARIANCE                  PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TOT-CASES                 PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-TOT-PREM                  PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TOT-CLAIMS                PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TOT-GL                    PIC S9(11) COMP-3 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-CASES                PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-PREM                 PIC ZZ,ZZZ,ZZZ,ZZ9- VALUE ZERO.
       01  WS-EDIT-CLAIMS               PIC ZZ,ZZZ,ZZZ,ZZ9- VALUE ZERO.
       01  WS-EDIT-GL                   PIC ZZ,ZZZ,ZZZ,ZZ9- VALUE ZERO.
       01  WS-EDIT-VARIANCE             PIC ZZ,ZZZ,ZZZ,ZZ9- VALUE ZERO.

           COPY CASEMAST.
           COPY GLJRNL.
           COPY YEHIST.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    WITH HOLD SO THE EVERY-FIFTY-CASES CHECKPOINT SYNCPOINT
      *    DOES NOT CLOSE THE DRIVING CURSOR - THE SAME RULE
      *    SITEXFER FOLLOWS.  A ROLLED CASE'S ROLLOVER_DATE IS PAST
      *    THE RUN DATE, SO A RERUN NEVER SEES IT AGAIN.
           EXEC SQL DECLARE YRRCASCUR CURSOR WITH HOLD FOR
               SELECT CASE_NUM,
                      CASENAME#IDNTITY,
                      CARRIER_CODE,
                      PREM_COLLECTED_YTD,
                      CLAIMS_PAID_YTD,
                      QUARTER,
                      CHAR(ROLLOVER_DATE, ISO),
                      ROLLOVER_FLAG
                 FROM CASE_MASTER
                WHERE ROLLOVER_DATE <= DATE(:WS-RUN-DATE)
                ORDER BY CASE_NUM
           END-EXEC.

           EXEC SQL DECLARE YRRCTLCUR CURSOR FOR
               SELECT CARRIER_CODE,
                      CHAR(ROLLOVER_DATE, ISO),
                      COUNT(*),
                      SUM(PREM_COLLECTED_YTD),
                      SUM(CLAIMS_PAID_YTD)
                 FROM YEAR_END_HISTORY
                WHERE RUN_DATE = DATE(:WS-RUN-DATE)
                GROUP BY CARRIER_CODE, ROLLOVER_DATE
                ORDER BY CARRIER_CODE, ROLLOVER_DATE
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'YRROLL --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY YRROLLC.
           TITLE 'YRROLL --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'YRROLL  ' TO RL-PROGRAM-NAME.
           IF YR-FUNCTION-CODE = 'R'
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
               MOVE '20' TO YR-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO YR-RETURN-CODE.
           MOVE ZERO TO YR-CASES-DUE YR-CASES-ROLLED YR-CASES-HELD
                        YR-PREM-CLEARED YR-CLAIMS-CLEARED.
           MOVE ZERO TO WS-UNIT-COUNT.

           IF YR-FUNCTION-CODE NOT = 'P' AND 'R' AND 'C'
               MOVE '01' TO YR-RETURN-CODE
               GO TO P000000-RETURN.

           IF YR-RUN-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :WS-RUN-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE YR-RUN-DATE TO WS-RUN-DATE.

           IF YR-FUNCTION-CODE = 'C'
               PERFORM P500000-CONTROL-REPORT THRU P500000-EXIT
               GO TO P000000-RETURN.

           EXEC SQL
               OPEN YRRCASCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO YR-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P200000-WORK-ONE-CASE THRU P200000-EXIT
               UNTIL ROLL-CURSOR-EOF.

           EXEC SQL
               CLOSE YRRCASCUR
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE TAIL-END UNIT COMMITS WITH THE CLOSE.                   *
      *----------------------------------------------------------------*
           IF YR-FUNCTION-CODE = 'R'
               AND YR-RETURN-CODE = '00'
               AND WS-UNIT-COUNT > ZERO
               EXEC CICS SYNCPOINT
               END-EXEC
           END-IF.

           IF YR-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           IF YR-FUNCTION-CODE = 'R'
               PERFORM P500000-CONTROL-REPORT THRU P500000-EXIT
           ELSE
               IF YR-CASES-DUE = ZERO
                   MOVE '02' TO YR-RETURN-CODE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - THE CHECKPOINTED
      *    CASES STAND ROLLED AND THE RERUN TAKES THE REST.
           IF YR-RETURN-CODE = '12' AND YR-FUNCTION-CODE = 'R'
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE.
           MOVE 'YRROLL  ' TO RL-PROGRAM-NAME.
           MOVE YR-CASES-ROLLED TO RL-RECORD-COUNT.
           MOVE YR-RETURN-CODE TO RL-PROGRAM-RC.
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
           TITLE 'YRROLL --> PREVIEW OR ROLL ONE CASE'.
       P200000-WORK-ONE-CASE SECTION.

           EXEC SQL
               FETCH YRRCASCUR
                 INTO :YEH-CASE-NUM,
                      :YEH-CASE-IDNTITY,
                      :YEH-CARRIER-CODE,
                      :YEH-PREM-YTD,
                      :YEH-CLAIMS-YTD,
                      :YEH-QUARTER,
                      :YEH-ROLLOVER-DATE,
                      :YEH-ROLLOVER-FLAG
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO YR-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ROLL-EOF-SW
               GO TO P200000-EXIT.

           ADD 1 TO YR-CASES-DUE.

           MOVE YEH-PREM-YTD   TO WS-EDIT-PREM.
           MOVE YEH-CLAIMS-YTD TO WS-EDIT-CLAIMS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '          DELIMITED BY SIZE
                  YEH-CASE-NUM     DELIMITED BY SIZE
                  ' CARRIER '      DELIMITED BY SIZE
                  YEH-CARRIER-CODE DELIMITED BY SIZE
                  ' ROLLOVER '     DELIMITED BY SIZE
                  YEH-ROLLOVER-DATE DELIMITED BY SIZE
                  ' PREM YTD '     DELIMITED BY SIZE
                  WS-EDIT-PREM     DELIMITED BY SIZE
                  ' CLAIMS YTD '   DELIMITED BY SIZE
                  WS-EDIT-CLAIMS   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

      *    A CASE THE OPERATORS HAVE HELD STAYS AS IT IS.
           IF YEH-ROLLOVER-FLAG = 'H'
               ADD 1 TO YR-CASES-HELD
               MOVE ' HELD' TO WS-REPORT-LINE (96:5)
               PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT
               GO TO P200000-EXIT.

           PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

           IF YR-FUNCTION-CODE = 'R'
               PERFORM P300000-ROLL-ONE-CASE THRU P300000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'YRROLL --> SNAPSHOT AND ZERO ONE CASE'.
       P300000-ROLL-ONE-CASE SECTION.

           EXEC SQL
               INSERT INTO YEAR_END_HISTORY
                      ( CASE_NUM,
                        ROLLOVER_DATE,
                        CASENAME#IDNTITY,
                        CARRIER_CODE,
                        PREM_COLLECTED_YTD,
                        CLAIMS_PAID_YTD,
                        QUARTER,
                        ROLLOVER_FLAG,
                        RUN_DATE,
                        SNAP_TIMESTAMP )
               VALUES ( :YEH-CASE-NUM,
                        DATE(:YEH-ROLLOVER-DATE),
                        :YEH-CASE-IDNTITY,
                        :YEH-CARRIER-CODE,
                        :YEH-PREM-YTD,
                        :YEH-CLAIMS-YTD,
                        :YEH-QUARTER,
                        :YEH-ROLLOVER-FLAG,
                        DATE(:WS-RUN-DATE),
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO YR-RETURN-CODE
               MOVE 'Y'  TO WS-ROLL-EOF-SW
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P300000-EXIT.

      *----------------------------------------------------------------*
      *    ROLLOVER_DATE MOVES TO ITS FIRST ANNIVERSARY AFTER THE RUN  *
      *    DATE, SO A CASE LEFT BEHIND FOR YEARS ROLLS ONCE, NOT ONCE  *
      *    PER MISSED YEAR.                                            *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE CASE_MASTER
                  SET PREM_COLLECTED_YTD = 0,
                      CLAIMS_PAID_YTD    = 0,
                      QUARTER            = 0,
                      ROLLOVER_DATE      = ROLLOVER_DATE
                          + (YEAR(DATE(:WS-RUN-DATE) - ROLLOVER_DATE)
                             + 1) YEARS,
                      ROLLOVER_FLAG      = 'Y'
                WHERE CASE_NUM      = :YEH-CASE-NUM
                  AND ROLLOVER_DATE = DATE(:YEH-ROLLOVER-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO YR-RETURN-CODE
               MOVE 'Y'  TO WS-ROLL-EOF-SW
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P300000-EXIT.

           ADD 1              TO YR-CASES-ROLLED.
           ADD YEH-PREM-YTD   TO YR-PREM-CLEARED.
           ADD YEH-CLAIMS-YTD TO YR-CLAIMS-CLEARED.
           ADD 1              TO WS-UNIT-COUNT.

      *----------------------------------------------------------------*
      *    CHECKPOINT EVERY FIFTY CASES: AN ABEND LOSES AT MOST THE    *
      *    UNIT IN FLIGHT AND THE RERUN PICKS UP THE REST.             *
      *----------------------------------------------------------------*
           IF WS-UNIT-COUNT NOT < WS-CHECKPOINT-SIZE
               EXEC CICS SYNCPOINT
               END-EXEC
               MOVE ZERO TO WS-UNIT-COUNT.

       P300000-EXIT.
           EXIT.
           TITLE 'YRROLL --> CONTROL REPORT AGAINST THE G/L'.
       P500000-CONTROL-REPORT SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'YEAR-END ROLLOVER CONTROL REPORT - RUN DATE '
                                      DELIMITED BY SIZE
                  WS-RUN-DATE         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

           MOVE ZERO TO WS-TOT-CASES WS-TOT-PREM WS-TOT-CLAIMS
                        WS-TOT-GL.

           EXEC SQL
               OPEN YRRCTLCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO YR-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-CTL-EOF-SW.

           PERFORM P550000-ONE-CONTROL-LINE THRU P550000-EXIT
               UNTIL CONTROL-CURSOR-EOF.

           EXEC SQL
               CLOSE YRRCTLCUR
           END-EXEC.

           IF WS-TOT-CASES = ZERO
               IF YR-RETURN-CODE = '00'
                   MOVE '02' TO YR-RETURN-CODE
               END-IF
               GO TO P500000-EXIT.

           COMPUTE WS-VARIANCE = WS-TOT-PREM - WS-TOT-GL.
           MOVE WS-TOT-CASES  TO WS-EDIT-CASES.
           MOVE WS-TOT-PREM   TO WS-EDIT-PREM.
           MOVE WS-TOT-CLAIMS TO WS-EDIT-CLAIMS.
           MOVE WS-TOT-GL     TO WS-EDIT-GL.
           MOVE WS-VARIANCE   TO WS-EDIT-VARIANCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL CASES '   DELIMITED BY SIZE
                  WS-EDIT-CASES    DELIMITED BY SIZE
                  ' PREM '         DELIMITED BY SIZE
                  WS-EDIT-PREM     DELIMITED BY SIZE
                  ' CLAIMS '       DELIMITED BY SIZE
                  WS-EDIT-CLAIMS   DELIMITED BY SIZE
                  ' G/L '          DELIMITED BY SIZE
                  WS-EDIT-GL       DELIMITED BY SIZE
                  ' VAR '          DELIMITED BY SIZE
                  WS-EDIT-VARIANCE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

       P500000-EXIT.
           EXIT.
           TITLE 'YRROLL --> ONE CARRIER AND ROLLOVER DATE'.
       P550000-ONE-CONTROL-LINE SECTION.

           EXEC SQL
               FETCH YRRCTLCUR
                 INTO :WS-CTL-CARRIER,
                      :WS-CTL-ROLLOVER-DATE,
                      :WS-CTL-CASES,
                      :WS-CTL-PREM,
                      :WS-CTL-CLAIMS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO YR-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CTL-EOF-SW
               GO TO P550000-EXIT.

      *----------------------------------------------------------------*
      *    THE G/L SIDE: NET CREDITS TO PREMIUM RECEIVABLE FOR THE     *
      *    CARRIER, EXTRACTED FOR THE YEAR ENDING THE DAY BEFORE THE   *
      *    ROLLOVER DATE - LOCKBOX AND SUSPENSE CASH LESS REFUNDS.     *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT VALUE(SUM(CASE WHEN DEBIT_CREDIT = 'C'
                                     THEN JOURNAL_AMOUNT
                                     ELSE 0 - JOURNAL_AMOUNT END), 0)
                 INTO :WS-GL-NET
                 FROM GL_JOURNAL
                WHERE CARRIER_CODE   = :WS-CTL-CARRIER
                  AND GL_ACCOUNT     = :WS-ACCT-PREM-RECV
                  AND EXTRACT_STATUS = 'X'
                  AND JOURNAL_DATE  >= DATE(:WS-CTL-ROLLOVER-DATE)
                                       - 1 YEAR
                  AND JOURNAL_DATE   < DATE(:WS-CTL-ROLLOVER-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO YR-RETURN-CODE
               MOVE 'Y'  TO WS-CTL-EOF-SW
               GO TO P550000-EXIT.

           COMPUTE WS-GL-DOLLARS ROUNDED = WS-GL-NET.
           COMPUTE WS-VARIANCE = WS-CTL-PREM - WS-GL-DOLLARS.

           ADD WS-CTL-CASES  TO WS-TOT-CASES.
           ADD WS-CTL-PREM   TO WS-TOT-PREM.
           ADD WS-CTL-CLAIMS TO WS-TOT-CLAIMS.
           ADD WS-GL-DOLLARS TO WS-TOT-GL.

           MOVE WS-CTL-CASES  TO WS-EDIT-CASES.
           MOVE WS-CTL-PREM   TO WS-EDIT-PREM.
           MOVE WS-CTL-CLAIMS TO WS-EDIT-CLAIMS.
           MOVE WS-GL-DOLLARS TO WS-EDIT-GL.
           MOVE WS-VARIANCE   TO WS-EDIT-VARIANCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CTL-CARRIER   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-CTL-ROLLOVER-DATE DELIMITED BY SIZE
                  ' CASES '        DELIMITED BY SIZE
                  WS-EDIT-CASES    DELIMITED BY SIZE
                  ' PREM '         DELIMITED BY SIZE
                  WS-EDIT-PREM     DELIMITED BY SIZE
                  ' G/L '          DELIMITED BY SIZE
                  WS-EDIT-GL       DELIMITED BY SIZE
                  ' VAR '          DELIMITED BY SIZE
                  WS-EDIT-VARIANCE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           IF WS-VARIANCE NOT = ZERO
               MOVE ' *OUT OF TIE' TO WS-REPORT-LINE (89:12)
               IF YR-RETURN-CODE = '00'
                   MOVE '04' TO YR-RETURN-CODE
               END-IF
           END-IF.

           PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'YRROLL --> WRITE ONE LINE TO THE YRRL TDQ'.
       P800000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('YRRL')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P800000-EXIT.
           EXIT.
