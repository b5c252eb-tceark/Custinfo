      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   A CASE WHOSE THIRTY-DAY DUE DATE FELL ON A    *
      *                   CLOSED DAY IS NOT CHARGED UNTIL THE NEXT OPEN *
      *                   OFFICE DAY HAS PASSED (BUSDATE).              *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'A' RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-CHARGED-COUNT             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-RULE-VALUE                PIC X(15) VALUE SPACES.
       01  WS-RATE-DIGITS               PIC 9(5)  VALUE ZERO.
       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-DUE-DATE                  PIC X(10) VALUE SPACES.
       01  WS-SITUS-STATE               PIC X(2)  VALUE SPACES.

       01  WS-INVOICE-LINE              PIC X(80) VALUE SPACES.
       01  WS-EDIT-AMOUNT               PIC ZZ,ZZ9.99- VALUE ZERO.
           EXEC SQL DECLARE LCHGCASCUR CURSOR FOR
               SELECT CASE_NUM,
                      CARRIER_CODE,
                      CYCLE_30DAY_BAL,
                      CASENAME#IDNTITY,
                      CHAR(LAST_BILL_DATE + 30 DAYS, ISO)
                 FROM CASE_MASTER
                WHERE LATE_CHARGE = 'Y'
                  AND CYCLE_30DAY_BAL > 0
       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

       01  BUSDATE-COMM-AREA.
           COPY BUSDATEC.

           TITLE 'LATECHG --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'LATECHG ' TO RL-PROGRAM-NAME.
           IF LG-FUNCTION-CODE = 'A'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO LG-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO LG-RETURN-CODE.
           MOVE ZERO TO LG-CHARGES-ASSESSED LG-AMOUNT-ASSESSED.

               FETCH LCHGCASCUR
                 INTO :WS-CASE-NUM,
                      :WS-CARRIER-CODE,
                      :WS-AGED-BALANCE,
                      :WS-CASE-IDNTITY,
                      :WS-DUE-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
           IF WS-CHARGED-COUNT > ZERO
               GO TO P250000-EXIT.

      *----------------------------------------------------------------*
      *    A PAYMENT DUE ON A DAY THE OFFICE IS CLOSED IS ON TIME      *
      *    THROUGH THE NEXT OPEN DAY - NO CHARGE UNTIL THAT DAY HAS    *
      *    PASSED.                                                     *
      *----------------------------------------------------------------*
           PERFORM P280000-ROLL-THE-DUE-DATE THRU P280000-EXIT.

           IF WS-DUE-DATE NOT < WS-TODAY-DATE
               GO TO P250000-EXIT.

           PERFORM P300000-GET-CARRIER-RATE THRU P300000-EXIT.

           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
           END-EXEC.

       P250000-EXIT.
           EXIT.
           TITLE 'LATECHG --> DUE DATE ROLLED PAST A CLOSED DAY'.
       P280000-ROLL-THE-DUE-DATE SECTION.

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
           MOVE WS-DUE-DATE    TO BD-DATE-IN.
           MOVE ZERO           TO BD-DAY-COUNT BD-LOAD-YEAR
                                  BD-ROWS-LOADED BD-LIST-COUNT.

           EXEC CICS LINK
                     PROGRAM  ('BUSDATE')
                     COMMAREA (BUSDATE-COMM-AREA)
                     LENGTH   (LENGTH OF BUSDATE-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    IF THE CALENDAR CANNOT BE READ THE PLAIN THIRTY-DAY DATE
      *    STANDS.
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND BD-RETURN-CODE = '00'
               MOVE BD-DATE-OUT TO WS-DUE-DATE.

       P280000-EXIT.
           EXIT.
           TITLE 'LATECHG --> THE CARRIERS RATE FROM THE RULES'.
       P300000-GET-CARRIER-RATE SECTION.
