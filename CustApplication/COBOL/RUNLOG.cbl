      *                   CHECKPOINTED MASS-CHANGE BATCHES END THAT     *
      *                   WAY AFTER A MID-RUN ERROR, AND OPSCON         *
      *                   SHOWS "RESTART" INSTEAD OF "ENDED BAD".       *
      *  10/15/26   TGW   STAMP EACH RUN WITH ITS BUSINESS DATE AND, AT *
      *                   AN 'S' FLAGGED RL-HOLD-CHECK, HOLD THE RUN    *
      *                   (RUN_STATUS 'H', RC 08 TO THE CALLER) WHEN A  *
      *                   BATCH_JOB_DEPEND PREDECESSOR HAS NOT          *
      *                   COMPLETED FOR THAT DATE.                      *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-DEFAULT-ROLL-HOURS       PIC S9(3) COMP-3 VALUE 6.

       01  WS-CLOSE-STATUS              PIC X(1)  VALUE SPACE.

       01  WS-ROLL-HOURS                PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-RULE-DIGITS               PIC 9(2)  VALUE ZERO.
       01  WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01  WS-DAY-AFTER                 PIC X(10) VALUE SPACES.

       01  BUSDATE-COMM-AREA.
           COPY BUSDATEC.

           COPY BATCHLOG.
           COPY BATCHDEP.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
       P000000-MAINLINE SECTION.

           MOVE '00' TO RL-RETURN-CODE.
           MOVE SPACES TO RL-HELD-FOR-PROGRAM.

           EVALUATE RL-FUNCTION-CODE
               WHEN 'S'
           TITLE 'RUNLOG --> OPEN ONE RUN ROW'.
       P200000-OPEN-A-RUN SECTION.

           PERFORM P150000-SET-BUSINESS-DATE THRU P150000-EXIT.

           IF RL-HOLD-CHECK = 'Y'
               PERFORM P170000-CHECK-PREDECESSORS THRU P170000-EXIT.

           IF RL-HELD-FOR-PROGRAM NOT = SPACES
               PERFORM P250000-LOG-THE-HOLD THRU P250000-EXIT
               GO TO P200000-EXIT.

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                      ( PROGRAM_NAME,
                        RUN_END,
                        RUN_STATUS,
                        RECORD_COUNT,
                        RETURN_CODE,
                        BUSINESS_DATE,
                        HELD_FOR_PROGRAM )
               VALUES ( :RL-PROGRAM-NAME,
                        CURRENT TIMESTAMP,
                        NULL,
                        'R',
                        0,
                        '  ',
                        DATE(NULLIF(:WS-BUSINESS-DATE, ' ')),
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RL-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'RUNLOG --> THE BUSINESS DATE THE RUN IS FOR'.
       P150000-SET-BUSINESS-DATE SECTION.
      *----------------------------------------------------------------*
      *    THE NIGHTLY CYCLE RUNS PAST MIDNIGHT, SO A RUN STARTED      *
      *    BEFORE THE PROGRAM_RULES 'DAY ROLL HOUR' (DEFAULT 06:00)    *
      *    BELONGS TO THE DAY BEFORE.  A WEEKEND OR HOLIDAY RUN        *
      *    BELONGS TO THE LAST OFFICE BUSINESS DAY (BUSDATE).  WHEN    *
      *    NO DATE CAN BE HAD THE RUN IS LOGGED WITHOUT ONE AND NOT    *
      *    GATED.                                                      *
      *----------------------------------------------------------------*

           MOVE SPACES TO WS-BUSINESS-DATE.
           MOVE WS-DEFAULT-ROLL-HOURS TO WS-ROLL-HOURS.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'RUNLOG'
                  AND RULE        = 'DAY ROLL HOUR'
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:2) IS NUMERIC
               MOVE PR-RULE-VALUE (1:2) TO WS-RULE-DIGITS
               IF WS-RULE-DIGITS < 24
                   MOVE WS-RULE-DIGITS TO WS-ROLL-HOURS
               END-IF
           END-IF.

           EXEC SQL
               SELECT CHAR(DATE(CURRENT TIMESTAMP
                                - :WS-ROLL-HOURS HOURS), ISO),
                      CHAR(DATE(CURRENT TIMESTAMP
                                - :WS-ROLL-HOURS HOURS) + 1 DAY, ISO)
                 INTO :WS-BUSINESS-DATE,
                      :WS-DAY-AFTER
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-BUSINESS-DATE
               MOVE '12'   TO RL-RETURN-CODE
               GO TO P150000-EXIT.

      *    THE BUSINESS DAY BEFORE THE DAY AFTER IS THE DAY ITSELF
      *    WHEN IT IS OPEN, ELSE THE LAST OPEN DAY BEFORE IT.
           MOVE SPACES       TO BUSDATE-COMM-AREA.
           MOVE 'P'          TO BD-FUNCTION-CODE.
           MOVE 'O'          TO BD-CALENDAR.
           MOVE WS-DAY-AFTER TO BD-DATE-IN.
           MOVE ZERO         TO BD-DAY-COUNT BD-LOAD-YEAR
                                BD-ROWS-LOADED BD-LIST-COUNT.

           EXEC CICS LINK
                     PROGRAM  ('BUSDATE')
                     COMMAREA (BUSDATE-COMM-AREA)
                     LENGTH   (LENGTH OF BUSDATE-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND BD-RETURN-CODE = '00'
               MOVE BD-DATE-OUT TO WS-BUSINESS-DATE.

       P150000-EXIT.
           EXIT.
           TITLE 'RUNLOG --> HAS EVERY PREDECESSOR COMPLETED'.
       P170000-CHECK-PREDECESSORS SECTION.
      *----------------------------------------------------------------*
      *    THE FIRST ACTIVE BATCH_JOB_DEPEND PREDECESSOR WITH NO RUN   *
      *    FOR THIS BUSINESS DATE THAT ENDED WITHIN ITS OK_THRU_RC     *
      *    HOLDS THE RUN.  A FAILED CHECK NEVER HOLDS IT - THE CALLER  *
      *    GETS 12 AND CARRIES ON, AS FOR ANY LOGGING FAILURE.         *
      *----------------------------------------------------------------*

           IF WS-BUSINESS-DATE = SPACES
               GO TO P170000-EXIT.

           EXEC SQL
               SELECT D.PREDECESSOR_NAME
                 INTO :BJD-PREDECESSOR-NAME
                 FROM BATCH_JOB_DEPEND D
                WHERE D.PROGRAM_NAME = :RL-PROGRAM-NAME
                  AND D.ACTIVE_IND   = 'Y'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM BATCH_RUN_LOG L
                        WHERE L.PROGRAM_NAME  = D.PREDECESSOR_NAME
                          AND L.BUSINESS_DATE = DATE(:WS-BUSINESS-DATE)
                          AND L.RUN_STATUS    = 'E'
                          AND L.RETURN_CODE  <= D.OK_THRU_RC)
                ORDER BY D.PREDECESSOR_NAME
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE BJD-PREDECESSOR-NAME TO RL-HELD-FOR-PROGRAM
               GO TO P170000-EXIT.

           IF SQLCODE NOT = +100
               MOVE '12' TO RL-RETURN-CODE.

       P170000-EXIT.
           EXIT.
           TITLE 'RUNLOG --> LOG THE RUN AS HELD'.
       P250000-LOG-THE-HOLD SECTION.
      *----------------------------------------------------------------*
      *    THE HELD RUN IS OPENED AND CLOSED IN ONE ROW - STATUS 'H',  *
      *    RETURN CODE 20 - SO OPSCON SHOWS IT WAITING AND ON WHAT.    *
      *    THE HOLD STANDS EVEN IF THE ROW CANNOT BE WRITTEN.          *
      *----------------------------------------------------------------*

           MOVE '08' TO RL-RETURN-CODE.

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                      ( PROGRAM_NAME,
                        RUN_START,
                        RUN_END,
                        RUN_STATUS,
                        RECORD_COUNT,
                        RETURN_CODE,
                        BUSINESS_DATE,
                        HELD_FOR_PROGRAM )
               VALUES ( :RL-PROGRAM-NAME,
                        CURRENT TIMESTAMP,
                        CURRENT TIMESTAMP,
                        'H',
                        0,
                        '20',
                        DATE(:WS-BUSINESS-DATE),
                        :RL-HELD-FOR-PROGRAM )
           END-EXEC.

       P250000-EXIT.
           EXIT.
           TITLE 'RUNLOG --> CLOSE THE LATEST OPEN ROW'.
       P300000-CLOSE-THE-RUN SECTION.
