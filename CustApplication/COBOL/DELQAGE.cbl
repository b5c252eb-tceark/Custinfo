      *  09/03/26   TGW   REBREAK THE GRACE-NOTICE TEXT SO THE         *
      *                   CONTINUED LITERAL DOES NOT SPLICE A BLANK    *
      *                   INTO 'REMIT'.                                *
      *  10/15/26   TGW   ROLL THE GRACE-END LAPSE_DATE FORWARD TO THE  *
      *                   NEXT DAY THE OFFICE IS OPEN IN THE SITUS      *
      *                   STATE (BUSDATE).                              *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-AGE-QUOTIENT              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-AGE-REMAINDER             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-HALF-GRACE-DAYS           PIC 9(3)  VALUE ZERO.
       01  WS-SITUS-STATE               PIC X(2)  VALUE SPACES.

       01  WS-NOTICE-LINE               PIC X(90) VALUE SPACES.
       01  DIARY-COMM-AREA.
       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

       01  BUSDATE-COMM-AREA.
           COPY BUSDATEC.

           TITLE 'DELQAGE --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'DELQAGE ' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO DQ-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO DQ-RETURN-CODE.
           MOVE ZERO TO DQ-CASES-SCANNED DQ-CASES-AGED
                        DQ-CASES-TO-GRACE DQ-CASES-LAPSED
      *    AN ACTIVE CASE WHOSE BILL IS A FULL PERIOD OLD AND STILL     *
      *    UNPAID GOES INTO GRACE.  LAPSE_DATE IS SET TO THE END OF     *
      *    THE GRACE WINDOW SO THE REST OF THE RUN (AND THE OPERATOR    *
      *    ON NA340) CAN SEE EXACTLY WHEN THE CASE WILL FALL - ROLLED   *
      *    PAST ANY DAY THE OFFICE IS CLOSED.                           *
      *----------------------------------------------------------------*

           IF WS-EFFECTIVE-BAL NOT > ZERO
           IF WS-DAYS-SINCE-BILL < 30
               GO TO P400000-EXIT.

           EXEC SQL
               SELECT CHAR(CURRENT DATE + :DQ-GRACE-DAYS DAYS, ISO)
                 INTO :WS-LAPSE-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           PERFORM P450000-ROLL-THE-LAPSE-DATE THRU P450000-EXIT.

           EXEC SQL
               UPDATE CASE_MASTER
                  SET ACTIVE_CODE   = ' P',
                      LAPSE_DATE    = DATE(:WS-LAPSE-DATE),
                      LAPSE_COUNTER = LAPSE_COUNTER + 1
                WHERE CASE_NUM = :WS-CASE-NUM
           END-EXEC.

           ADD 1 TO DQ-CASES-TO-GRACE.

           MOVE 'GRACE NOTICE  ' TO WS-NOTICE-TYPE.
           PERFORM P700000-WRITE-NOTICE THRU P700000-EXIT.

           END-EXEC.

       P400000-EXIT.
           EXIT.
           TITLE 'DELQAGE --> GRACE NEVER ENDS ON A CLOSED DAY'.
       P450000-ROLL-THE-LAPSE-DATE SECTION.
      *----------------------------------------------------------------*
      *    A GRACE WINDOW THAT WOULD RUN OUT ON A WEEKEND OR A HOLIDAY *
      *    THE OFFICE IS CLOSED IN THE CASE'S SITUS STATE RUNS TO THE  *
      *    NEXT DAY THE OFFICE IS OPEN.  IF THE CALENDAR CANNOT BE     *
      *    READ THE PLAIN CALENDAR-DAY DATE STANDS.                    *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-SITUS-STATE.

           EXEC SQL
               SELECT STATE
                 INTO :WS-SITUS-STATE
                 FROM AGNTNAME
                WHERE IDNTITY = :WS-CASE-IDNTITY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-SITUS-STATE.

           MOVE SPACES         TO BUSDATE-COMM-AREA.
           MOVE 'A'            TO BD-FUNCTION-CODE.
           MOVE 'O'            TO BD-CALENDAR.
           MOVE WS-SITUS-STATE TO BD-STATE-CODE.
           MOVE WS-LAPSE-DATE  TO BD-DATE-IN.
           MOVE ZERO           TO BD-DAY-COUNT BD-LOAD-YEAR
                                  BD-ROWS-LOADED BD-LIST-COUNT.

           EXEC CICS LINK
                     PROGRAM  ('BUSDATE')
                     COMMAREA (BUSDATE-COMM-AREA)
                     LENGTH   (LENGTH OF BUSDATE-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND BD-RETURN-CODE = '00'
               MOVE BD-DATE-OUT TO WS-LAPSE-DATE.

       P450000-EXIT.
           EXIT.
           TITLE 'DELQAGE --> WORK A CASE ALREADY IN GRACE'.
       P500000-WORK-GRACE-CASE SECTION.
