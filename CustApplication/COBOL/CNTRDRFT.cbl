           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'CNTRDRFT' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE ZERO TO CD-FLAGGED-COUNT CD-SCANNED-COUNT.

           MOVE CD-AMT-TOLERANCE TO WS-AMT-TOLERANCE.
