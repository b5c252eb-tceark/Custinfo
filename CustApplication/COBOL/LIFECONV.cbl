      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   AN 'X'/'R' RUN FOR A PREDECESSOR THAT HAS NOT *
      *                   COMPLETED (BATCH_JOB_DEPEND) - 'S', WHICH     *
      *                   RIFTERM CALLS ONLINE, AND 'E' ARE NEVER HELD. *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'LIFECONV' TO RL-PROGRAM-NAME.
           IF LC-FUNCTION-CODE = 'X' OR 'R'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO LC-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO LC-RETURN-CODE.
           MOVE ZERO TO LC-RECORDS-OPENED LC-NOTICES-SENT
                        LC-WINDOWS-EXPIRED LC-LATE-NOTICES.
