      *                   AND REPORTED ON THE CCSB QUEUE AND THE RUN    *
      *                   ENDS 08 - NOT SILENTLY SKIPPED AS A           *
      *                   SUCCESSFUL NOTHING-TO-CHARGE.                 *
      *  10/15/26   TGW   KEEP THE EXPECTED FUNDING DATE - THE NEXT     *
      *                   BANKING DAY FROM THE BUSDATE CALENDAR - ON    *
      *                   EACH CARD_SUBMISSION ROW.                     *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'R'/'E' RUN FOR A PREDECESSOR THAT HAS NOT    *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

       01  BUSDATE-COMM-AREA.
           COPY BUSDATEC.

           TITLE 'CCCHARGE --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'CCCHARGE' TO RL-PROGRAM-NAME.
           IF CC-FUNCTION-CODE = 'R' OR 'E'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CC-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CC-RETURN-CODE.
           MOVE ZERO TO CC-CHARGES-SUBMITTED CC-AMOUNT-SUBMITTED
                        CC-EXPIRY-LETTERS CC-VAULT-FAILURES.
           MOVE SPACES TO CC-FUNDING-DATE.

           EVALUATE CC-FUNCTION-CODE
               WHEN 'R'
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'CCCHARGE --> THE EXPECTED FUNDING DATE'.
       P150000-FUNDING-DATE SECTION.

      *----------------------------------------------------------------*
      *    THE PROCESSOR FUNDS TONIGHT'S CHARGES ON THE NEXT BANKING   *
      *    DAY ON BUSDATE'S CALENDAR.  THE DATE IS KEPT ON EVERY       *
      *    SUBMISSION SO AN UNFUNDED CHARGE CAN BE CHASED.             *
      *----------------------------------------------------------------*
           MOVE SPACES TO BUSDATE-COMM-AREA.
           MOVE 'N'    TO BD-FUNCTION-CODE.
           MOVE 'B'    TO BD-CALENDAR.
           MOVE ZERO   TO BD-DAY-COUNT BD-LOAD-YEAR BD-ROWS-LOADED
                          BD-LIST-COUNT.

           EXEC CICS LINK
                     PROGRAM  ('BUSDATE')
                     COMMAREA (BUSDATE-COMM-AREA)
                     LENGTH   (LENGTH OF BUSDATE-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR BD-RETURN-CODE NOT = '00'
               MOVE '12' TO CC-RETURN-CODE
               GO TO P150000-EXIT.

           MOVE BD-DATE-OUT TO CC-FUNDING-DATE CSB-FUNDING-DATE.

       P150000-EXIT.
           EXIT.
           TITLE 'CCCHARGE --> THE MONTHLY CHARGE RUN'.
       P200000-MONTHLY-CHARGE-RUN SECTION.

           PERFORM P150000-FUNDING-DATE THRU P150000-EXIT.
           IF CC-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN CCCHGCUR
           END-EXEC.
                        SUBMIT_DATE,
                        SUBMIT_AMOUNT,
                        SUBMIT_STATUS,
                        STATUS_TIMESTAMP,
                        FUNDING_DATE )
               VALUES ( :CSB-SUBMIT-ID,
                        :WS-CASE-NUM,
                        CURRENT DATE,
                        :WS-CHARGE-AMOUNT,
                        'O',
                        CURRENT TIMESTAMP,
                        DATE(:CSB-FUNDING-DATE) )
           END-EXEC.

           IF SQLCODE NOT = ZERO
