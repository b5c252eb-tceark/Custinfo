      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'S' RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'BILLVAR ' TO RL-PROGRAM-NAME.
           IF BV-FUNCTION-CODE = 'S'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO BV-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO BV-RETURN-CODE.
           MOVE ZERO TO BV-CASES-CHECKED BV-EXCEPTIONS-LOGGED
                        BV-BILLS-BLOCKED.
