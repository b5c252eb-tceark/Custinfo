      *  DATE       BY    DESCRIPTION                                   *
      *  09/03/26   TGW   SHOW RUN_STATUS 'S' (ENDED RESTARTABLE) AS    *
      *                   "RESTART" ON THE CONSOLE.                     *
      *  10/15/26   TGW   SHOW HELD RUNS (RUN_STATUS 'H') AND WHAT THEY *
      *                   WAIT ON; NEW FUNCTIONS 'P' (ONE PROGRAM'S     *
      *                   BATCH_JOB_DEPEND CHAIN WITH EACH JOB'S STATUS *
      *                   FOR THE BUSINESS DATE) AND 'W' (EVERY PROGRAM *
      *                   WAITING DOWNSTREAM OF A FAILED ONE).          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           88  CONSOLE-EOF              VALUE 'Y'.
       01  WS-DRILL-EOF-SW              PIC X     VALUE 'N'.
           88  DRILL-EOF                VALUE 'Y'.
       01  WS-CHAIN-EOF-SW              PIC X     VALUE 'N'.
           88  CHAIN-EOF                VALUE 'Y'.

       01  WS-CON-PROGRAM               PIC X(8)  VALUE SPACES.
       01  WS-CON-LAST-START            PIC X(26) VALUE SPACES.
       01  WS-CON-COUNT                 PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-CON-RC                    PIC X(2)  VALUE SPACES.
       01  WS-CON-AGE-DAYS              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CON-HELD-FOR              PIC X(8)  VALUE SPACES.
       01  WS-SCHED-DAYS                PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-RULE-DIGITS               PIC 9(3)  VALUE ZERO.
       01  WS-SCHED-FOUND-SW            PIC X     VALUE 'N'.
           88  SCHED-RULE-FOUND         VALUE 'Y'.
       01  WS-FLAG-TEXT                 PIC X(10) VALUE SPACES.

       01  WS-CHN-DIRECTION             PIC X(5)  VALUE SPACES.
       01  WS-CHN-PROGRAM               PIC X(8)  VALUE SPACES.
       01  WS-CHN-DEPTH                 PIC S9(9) COMP VALUE ZERO.
       01  WS-CHN-FAILED-PROGRAM        PIC X(8)  VALUE SPACES.
       01  WS-CHN-FAILED-STATUS         PIC X(1)  VALUE SPACE.
       01  WS-CHN-FAILED-RC             PIC X(2)  VALUE SPACES.
       01  WS-EDIT-DEPTH                PIC Z9    VALUE ZERO.

       01  WS-CONSOLE-LINE              PIC X(90) VALUE SPACES.
       01  WS-EDIT-COUNT                PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.

                      L.RUN_STATUS,
                      L.RECORD_COUNT,
                      L.RETURN_CODE,
                      DAYS(CURRENT DATE) - DAYS(DATE(L.RUN_START)),
                      VALUE(L.HELD_FOR_PROGRAM, ' ')
                 FROM BATCH_RUN_LOG L
                WHERE L.RUN_START =
                      (SELECT MAX(X.RUN_START)
               SELECT CHAR(RUN_START),
                      RUN_STATUS,
                      RECORD_COUNT,
                      RETURN_CODE,
                      VALUE(HELD_FOR_PROGRAM, ' ')
                 FROM BATCH_RUN_LOG
                WHERE PROGRAM_NAME = :OC-PROGRAM-NAME
                ORDER BY RUN_START DESC
                FETCH FIRST 30 ROWS ONLY
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE DEPENDENCY CHAIN ON BATCH_JOB_DEPEND - EVERY            *
      *    PREDECESSOR ABOVE THE PROGRAM AND EVERY SUCCESSOR BELOW     *
      *    IT, NEAREST FIRST.  TWENTY LEVELS STOPS A LOOP KEYED BY     *
      *    MISTAKE FROM RUNNING AWAY.                                  *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE OPSUPCUR CURSOR FOR
               WITH UPCHAIN (PROGRAM_NAME, DEPTH) AS
                    (SELECT D.PREDECESSOR_NAME, 1
                       FROM BATCH_JOB_DEPEND D
                      WHERE D.PROGRAM_NAME = :OC-PROGRAM-NAME
                        AND D.ACTIVE_IND   = 'Y'
                     UNION ALL
                     SELECT D.PREDECESSOR_NAME, U.DEPTH + 1
                       FROM UPCHAIN U, BATCH_JOB_DEPEND D
                      WHERE D.PROGRAM_NAME = U.PROGRAM_NAME
                        AND D.ACTIVE_IND   = 'Y'
                        AND U.DEPTH        < 20)
               SELECT PROGRAM_NAME,
                      MIN(DEPTH)
                 FROM UPCHAIN
                GROUP BY PROGRAM_NAME
                ORDER BY 2, 1
           END-EXEC.

           EXEC SQL DECLARE OPSDNCUR CURSOR FOR
               WITH DOWNCHAIN (PROGRAM_NAME, DEPTH) AS
                    (SELECT D.PROGRAM_NAME, 1
                       FROM BATCH_JOB_DEPEND D
                      WHERE D.PREDECESSOR_NAME = :OC-PROGRAM-NAME
                        AND D.ACTIVE_IND       = 'Y'
                     UNION ALL
                     SELECT D.PROGRAM_NAME, W.DEPTH + 1
                       FROM DOWNCHAIN W, BATCH_JOB_DEPEND D
                      WHERE D.PREDECESSOR_NAME = W.PROGRAM_NAME
                        AND D.ACTIVE_IND       = 'Y'
                        AND W.DEPTH            < 20)
               SELECT PROGRAM_NAME,
                      MIN(DEPTH)
                 FROM DOWNCHAIN
                GROUP BY PROGRAM_NAME
                ORDER BY 2, 1
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY PROGRAM DOWNSTREAM OF ONE WHOSE LAST RUN FOR THE      *
      *    BUSINESS DATE FAILED - ENDED PAST THE OK_THRU_RC ITS        *
      *    SUCCESSOR ALLOWS, OR ENDED RESTARTABLE.                     *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE OPSWTCUR CURSOR FOR
               WITH LASTRUN (PROGRAM_NAME, RUN_STATUS, RETURN_CODE) AS
                    (SELECT L.PROGRAM_NAME, L.RUN_STATUS, L.RETURN_CODE
                       FROM BATCH_RUN_LOG L
                      WHERE L.BUSINESS_DATE = DATE(:OC-BUSINESS-DATE)
                        AND L.RUN_START =
                            (SELECT MAX(X.RUN_START)
                               FROM BATCH_RUN_LOG X
                              WHERE X.PROGRAM_NAME  = L.PROGRAM_NAME
                                AND X.BUSINESS_DATE = L.BUSINESS_DATE)),
                    WAITING (FAILED_NAME, FAILED_STATUS, FAILED_RC,
                             PROGRAM_NAME, DEPTH) AS
                    (SELECT F.PROGRAM_NAME, F.RUN_STATUS,
                            F.RETURN_CODE, D.PROGRAM_NAME, 1
                       FROM LASTRUN F, BATCH_JOB_DEPEND D
                      WHERE D.PREDECESSOR_NAME = F.PROGRAM_NAME
                        AND D.ACTIVE_IND       = 'Y'
                        AND (F.RUN_STATUS = 'S'
                         OR (F.RUN_STATUS = 'E'
                        AND  F.RETURN_CODE > D.OK_THRU_RC))
                     UNION ALL
                     SELECT W.FAILED_NAME, W.FAILED_STATUS,
                            W.FAILED_RC, D.PROGRAM_NAME, W.DEPTH + 1
                       FROM WAITING W, BATCH_JOB_DEPEND D
                      WHERE D.PREDECESSOR_NAME = W.PROGRAM_NAME
                        AND D.ACTIVE_IND       = 'Y'
                        AND W.DEPTH            < 20)
               SELECT FAILED_NAME,
                      FAILED_STATUS,
                      FAILED_RC,
                      PROGRAM_NAME,
                      MIN(DEPTH)
                 FROM WAITING
                GROUP BY FAILED_NAME, FAILED_STATUS, FAILED_RC,
                         PROGRAM_NAME
                ORDER BY 1, 5, 4
           END-EXEC.

           TITLE 'OPSCON --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
                   PERFORM P200000-CONSOLE-VIEW THRU P200000-EXIT
               WHEN 'D'
                   PERFORM P500000-DRILL-DOWN THRU P500000-EXIT
               WHEN 'P'
                   PERFORM P600000-DEPENDENCY-CHAIN THRU P600000-EXIT
               WHEN 'W'
                   PERFORM P800000-WAITING-VIEW THRU P800000-EXIT
               WHEN OTHER
                   MOVE '12' TO OC-RETURN-CODE
           END-EVALUATE.
                      :WS-CON-STATUS,
                      :WS-CON-COUNT,
                      :WS-CON-RC,
                      :WS-CON-AGE-DAYS,
                      :WS-CON-HELD-FOR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               WHEN WS-CON-STATUS = 'S'
                   MOVE 'RESTART   ' TO WS-FLAG-TEXT
                   ADD 1 TO OC-PROGRAMS-FLAGGED
               WHEN WS-CON-STATUS = 'H'
                   MOVE 'HELD FOR  ' TO WS-FLAG-TEXT
                   ADD 1 TO OC-PROGRAMS-FLAGGED
               WHEN WS-CON-RC NOT = '00' AND WS-CON-RC NOT = SPACES
                   MOVE 'ENDED BAD ' TO WS-FLAG-TEXT
                   ADD 1 TO OC-PROGRAMS-FLAGGED
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-FLAG-TEXT            DELIMITED BY SIZE
                  WS-CON-HELD-FOR         DELIMITED BY SIZE
               INTO WS-CONSOLE-LINE
           END-STRING.

                 INTO :WS-CON-LAST-START,
                      :WS-CON-STATUS,
                      :WS-CON-COUNT,
                      :WS-CON-RC,
                      :WS-CON-HELD-FOR
           END-EXEC.

           IF SQLCODE NOT = ZERO
                  WS-CON-RC                DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-CON-HELD-FOR          DELIMITED BY SIZE
               INTO WS-CONSOLE-LINE
           END-STRING.


       P550000-EXIT.
           EXIT.
           TITLE 'OPSCON --> ONE PROGRAMS DEPENDENCY CHAIN'.
       P600000-DEPENDENCY-CHAIN SECTION.

           PERFORM P650000-SET-BUSINESS-DATE THRU P650000-EXIT.

           IF OC-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

      *    THE PROGRAM ITSELF HEADS THE LIST, THEN WHAT IT WAITS ON,
      *    THEN WHAT WAITS ON IT.
           MOVE 'THIS '         TO WS-CHN-DIRECTION.
           MOVE OC-PROGRAM-NAME TO WS-CHN-PROGRAM.
           MOVE ZERO            TO WS-CHN-DEPTH.
           PERFORM P680000-WRITE-CHAIN-LINE THRU P680000-EXIT.

           EXEC SQL
               OPEN OPSUPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO OC-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'ABOVE' TO WS-CHN-DIRECTION.
           MOVE 'N'     TO WS-CHAIN-EOF-SW.

           PERFORM P610000-ONE-PREDECESSOR THRU P610000-EXIT
               UNTIL CHAIN-EOF.

           EXEC SQL
               CLOSE OPSUPCUR
           END-EXEC.

           IF OC-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           EXEC SQL
               OPEN OPSDNCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO OC-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'BELOW' TO WS-CHN-DIRECTION.
           MOVE 'N'     TO WS-CHAIN-EOF-SW.

           PERFORM P620000-ONE-SUCCESSOR THRU P620000-EXIT
               UNTIL CHAIN-EOF.

           EXEC SQL
               CLOSE OPSDNCUR
           END-EXEC.

      *    THE PROGRAM'S OWN LINE ALONE IS NO CHAIN.
           IF OC-PROGRAMS-LISTED = 1 AND OC-RETURN-CODE = '00'
               MOVE '02' TO OC-RETURN-CODE.

       P600000-EXIT.
           EXIT.
           TITLE 'OPSCON --> ONE PREDECESSOR IN THE CHAIN'.
       P610000-ONE-PREDECESSOR SECTION.

           EXEC SQL
               FETCH OPSUPCUR
                 INTO :WS-CHN-PROGRAM,
                      :WS-CHN-DEPTH
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO OC-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CHAIN-EOF-SW
               GO TO P610000-EXIT.

           PERFORM P680000-WRITE-CHAIN-LINE THRU P680000-EXIT.

       P610000-EXIT.
           EXIT.
           TITLE 'OPSCON --> ONE SUCCESSOR IN THE CHAIN'.
       P620000-ONE-SUCCESSOR SECTION.

           EXEC SQL
               FETCH OPSDNCUR
                 INTO :WS-CHN-PROGRAM,
                      :WS-CHN-DEPTH
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO OC-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CHAIN-EOF-SW
               GO TO P620000-EXIT.

           PERFORM P680000-WRITE-CHAIN-LINE THRU P680000-EXIT.

       P620000-EXIT.
           EXIT.
           TITLE 'OPSCON --> THE BUSINESS DATE TO SHOW'.
       P650000-SET-BUSINESS-DATE SECTION.

           IF OC-BUSINESS-DATE NOT = SPACES
               GO TO P650000-EXIT.

           EXEC SQL
               SELECT VALUE(CHAR(MAX(BUSINESS_DATE), ISO), ' ')
                 INTO :OC-BUSINESS-DATE
                 FROM BATCH_RUN_LOG
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO OC-RETURN-CODE
               GO TO P650000-EXIT.

           IF OC-BUSINESS-DATE = SPACES
               MOVE '02' TO OC-RETURN-CODE.

       P650000-EXIT.
           EXIT.
           TITLE 'OPSCON --> ONE CHAIN LINE'.
       P680000-WRITE-CHAIN-LINE SECTION.

           PERFORM P700000-STATUS-FOR-THE-DAY THRU P700000-EXIT.

           ADD 1 TO OC-PROGRAMS-LISTED.

           MOVE WS-CHN-DEPTH TO WS-EDIT-DEPTH.
           MOVE SPACES TO WS-CONSOLE-LINE.
           STRING WS-CHN-DIRECTION         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-EDIT-DEPTH            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-CHN-PROGRAM           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  OC-BUSINESS-DATE         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-CON-STATUS            DELIMITED BY SIZE
                  ' RC '                   DELIMITED BY SIZE
                  WS-CON-RC                DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-FLAG-TEXT             DELIMITED BY SIZE
                  WS-CON-HELD-FOR          DELIMITED BY SIZE
               INTO WS-CONSOLE-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('OPSC')
                     FROM    (WS-CONSOLE-LINE)
                     LENGTH  (LENGTH OF WS-CONSOLE-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P680000-EXIT.
           EXIT.
           TITLE 'OPSCON --> ONE PROGRAMS STATUS FOR THE DAY'.
       P700000-STATUS-FOR-THE-DAY SECTION.
      *----------------------------------------------------------------*
      *    THE PROGRAM'S LAST RUN FOR THE BUSINESS DATE, IF ANY, AND   *
      *    THE FLAG TEXT FOR IT.  A FAILED LOOKUP SHOWS AS NOT RUN.    *
      *----------------------------------------------------------------*

           MOVE SPACE  TO WS-CON-STATUS.
           MOVE SPACES TO WS-CON-RC WS-CON-HELD-FOR.

           EXEC SQL
               SELECT RUN_STATUS,
                      RETURN_CODE,
                      VALUE(HELD_FOR_PROGRAM, ' ')
                 INTO :WS-CON-STATUS,
                      :WS-CON-RC,
                      :WS-CON-HELD-FOR
                 FROM BATCH_RUN_LOG
                WHERE PROGRAM_NAME  = :WS-CHN-PROGRAM
                  AND RUN_START     =
                      (SELECT MAX(X.RUN_START)
                         FROM BATCH_RUN_LOG X
                        WHERE X.PROGRAM_NAME  = :WS-CHN-PROGRAM
                          AND X.BUSINESS_DATE =
                              DATE(:OC-BUSINESS-DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SPACE  TO WS-CON-STATUS
               MOVE SPACES TO WS-CON-RC WS-CON-HELD-FOR.

           EVALUATE TRUE
               WHEN WS-CON-STATUS = SPACE
                   MOVE 'NOT RUN   ' TO WS-FLAG-TEXT
               WHEN WS-CON-STATUS = 'R'
                   MOVE 'RUNNING   ' TO WS-FLAG-TEXT
               WHEN WS-CON-STATUS = 'S'
                   MOVE 'RESTART   ' TO WS-FLAG-TEXT
               WHEN WS-CON-STATUS = 'H'
                   MOVE 'HELD FOR  ' TO WS-FLAG-TEXT
               WHEN OTHER
                   MOVE 'ENDED     ' TO WS-FLAG-TEXT
           END-EVALUATE.

       P700000-EXIT.
           EXIT.
           TITLE 'OPSCON --> WHO IS WAITING ON A FAILED JOB'.
       P800000-WAITING-VIEW SECTION.

           PERFORM P650000-SET-BUSINESS-DATE THRU P650000-EXIT.

           IF OC-RETURN-CODE NOT = '00'
               GO TO P800000-EXIT.

           EXEC SQL
               OPEN OPSWTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO OC-RETURN-CODE
               GO TO P800000-EXIT.

           MOVE 'N' TO WS-CHAIN-EOF-SW.

           PERFORM P850000-ONE-WAITING-LINE THRU P850000-EXIT
               UNTIL CHAIN-EOF.

           EXEC SQL
               CLOSE OPSWTCUR
           END-EXEC.

       P800000-EXIT.
           EXIT.
           TITLE 'OPSCON --> ONE PROGRAM WAITING'.
       P850000-ONE-WAITING-LINE SECTION.

           EXEC SQL
               FETCH OPSWTCUR
                 INTO :WS-CHN-FAILED-PROGRAM,
                      :WS-CHN-FAILED-STATUS,
                      :WS-CHN-FAILED-RC,
                      :WS-CHN-PROGRAM,
                      :WS-CHN-DEPTH
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO OC-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CHAIN-EOF-SW
               GO TO P850000-EXIT.

      *    A SUCCESSOR ALREADY RUN OR RUNNING IS NOT WAITING.
           PERFORM P700000-STATUS-FOR-THE-DAY THRU P700000-EXIT.

           IF WS-CON-STATUS = 'E' OR WS-CON-STATUS = 'R'
               GO TO P850000-EXIT.

           ADD 1 TO OC-PROGRAMS-LISTED OC-PROGRAMS-FLAGGED.

           MOVE WS-CHN-DEPTH TO WS-EDIT-DEPTH.
           MOVE SPACES TO WS-CONSOLE-LINE.
           STRING WS-CHN-FAILED-PROGRAM    DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-CHN-FAILED-STATUS     DELIMITED BY SIZE
                  ' RC '                   DELIMITED BY SIZE
                  WS-CHN-FAILED-RC         DELIMITED BY SIZE
                  ' HOLDS '                DELIMITED BY SIZE
                  WS-CHN-PROGRAM           DELIMITED BY SIZE
                  ' LEVEL '                DELIMITED BY SIZE
                  WS-EDIT-DEPTH            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  OC-BUSINESS-DATE         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-FLAG-TEXT             DELIMITED BY SIZE
                  WS-CON-HELD-FOR          DELIMITED BY SIZE
               INTO WS-CONSOLE-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('OPSC')
                     FROM    (WS-CONSOLE-LINE)
                     LENGTH  (LENGTH OF WS-CONSOLE-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P850000-EXIT.
           EXIT.
