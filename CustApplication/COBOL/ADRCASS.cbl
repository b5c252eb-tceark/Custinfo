      *                 THE ONLINE CHECK EXISTED (OR CAME IN THROUGH A  *
      *                 BATCH CONVERSION) CAN BE CLEANED UP INSTEAD OF  *
      *                 ONLY CATCHING NEW ADDRESSES AS THEY ARE KEYED.  *
      *                 FOREIGN ADDRESSES (ZIP '00100', A NON-US        *
      *                 COUNTRY CODE OR FOREIGN_FLG) ARE LEFT OUT:      *
      *                 CASS CANNOT STANDARDIZE THEM AND INTLADR EDITS  *
      *                 THEM INSTEAD.                                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
                    FINALST_OVRD_IND,
                    RECORD_STATUS
                 FROM AGNTNAME
                WHERE ZIP <> '00100'
                  AND VALUE(FOREIGN_FLG, 'N') <> 'Y'
                ORDER BY IDNTITY
           END-EXEC.

                    FINALST_OVRD_IND,
                    RECORD_STATUS
                 FROM CASENAME
                WHERE ZIP <> '00100'
                  AND VALUE(COUNTRY_CODE, ' ') IN (' ', 'US')
                ORDER BY IDNTITY
           END-EXEC.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'ADRCASS ' TO RL-PROGRAM-NAME.
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

           MOVE ZERO TO AR-AGENT-SCANNED-COUNT AR-AGENT-FAILED-COUNT
                         AR-CASE-SCANNED-COUNT AR-CASE-FAILED-COUNT.

