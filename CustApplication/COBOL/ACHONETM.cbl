      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   HOLD THE CASE WHILE A FRAUDFLG PAYMENT-FRAUD  *
      *                   RED FLAG AWAITS A REVIEWER.                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'X' RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           88  ORIGIN-CURSOR-EOF        VALUE 'Y'.

       01  WS-CASE-COUNT                PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-FRAUD-HOLD-COUNT          PIC S9(5) COMP-3 VALUE ZERO.

       01  WS-ROUTING-WORK.
           05  WS-ROUTING-NUM           PIC 9(9)  VALUE ZERO.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'ACHONETM' TO RL-PROGRAM-NAME.
           IF OA-FUNCTION-CODE = 'X'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO OA-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO OA-RETURN-CODE.
           MOVE ZERO TO OA-DRAFTS-ORIGINATED OA-AMOUNT-ORIGINATED.

               MOVE 'Y' TO WS-ORIG-EOF-SW
               GO TO P450000-EXIT.

      *    A FRAUDFLG RED FLAG NOT YET CLEARED BY A REVIEWER LEAVES THE
      *    DRAFT QUEUED UNTIL THE HOLD IS CLEARED.
           MOVE ZERO TO WS-FRAUD-HOLD-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-FRAUD-HOLD-COUNT
                 FROM FRAUD_HOLD
                WHERE CASE_NUM    = :OTA-CASE-NUM
                  AND HOLD_STATUS = 'H'
           END-EXEC.

           IF WS-FRAUD-HOLD-COUNT > ZERO
               GO TO P450000-EXIT.

      *    TRANSACTION CODE 27 DEBITS CHECKING, 37 DEBITS SAVINGS.
           MOVE OTA-DRAFT-AMOUNT TO WS-NACHA-AMOUNT.
           MOVE SPACES TO WS-NACHA-LINE.
