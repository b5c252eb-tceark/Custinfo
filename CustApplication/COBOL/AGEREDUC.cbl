      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'AGEREDUC' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO AG-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO AG-RETURN-CODE.
           MOVE ZERO TO AG-MEMBERS-SCANNED AG-MEMBERS-REDUCED
                        AG-VOLUME-REMOVED.
