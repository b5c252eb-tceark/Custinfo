      *                   MONEY RETURN - A NOTIFICATION OF CHANGE IS   *
      *                   NOT A BOUNCE AND WAS FALSIFYING THE DRAFT    *
      *                   LIFECYCLE AUDIT.                             *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'ACHRETRN' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO AR-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO AR-RETURN-CODE.
           MOVE ZERO TO AR-ITEMS-READ AR-ITEMS-NSF AR-ITEMS-EFT-OFF
                        AR-ITEMS-CORRECTED AR-ITEMS-UNMATCHED.
