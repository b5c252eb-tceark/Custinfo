      *                   WITH RUNLOG 'S' - THE CLOSE ALONE NEVER      *
      *                   MATCHED A RUNNING ROW AND THE RUN NEVER      *
      *                   SHOWED ON OPSCON.                            *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               MOVE SPACES     TO RUNLOG-COMM-AREA
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'CARDVLT ' TO RL-PROGRAM-NAME
               MOVE 'Y'        TO RL-HOLD-CHECK
               EXEC CICS LINK
                         PROGRAM  ('RUNLOG')
                         COMMAREA (RUNLOG-COMM-AREA)
               END-EXEC
           END-IF.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CV-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           EVALUATE CV-FUNCTION-CODE
               WHEN 'T'
                   PERFORM P200000-TOKENIZE-ONE-PAN THRU P200000-EXIT
