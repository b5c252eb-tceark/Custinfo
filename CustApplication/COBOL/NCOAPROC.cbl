      *                   DATE, SO A HELD BACKLOG STAYS HELD AND A     *
      *                   FILE DATED OFF THE RUN DATE CAN STILL        *
      *                   VERIFY AND PASS.                             *
      *  10/15/26   TGW   LEAVE FOREIGN ADDRESSES (ZIP '00100' OR   *
      *                   FOREIGN_FLG) OUT OF THE NCOA EXTRACT - USPS   *
      *                   HOLDS NO MOVES FOR THEM.                      *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
                      ZIP
                 FROM AGNTNAME
                WHERE RECORD_STATUS = 'A'
                  AND ZIP <> '00100'
                  AND VALUE(FOREIGN_FLG, 'N') <> 'Y'
                ORDER BY IDNTITY
           END-EXEC.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'NCOAPROC' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO NC-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO NC-RETURN-CODE.
           MOVE ZERO TO NC-ROWS-EXTRACTED NC-MOVES-APPLIED
                        NC-MOVES-HELD.
