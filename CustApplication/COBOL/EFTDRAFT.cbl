      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   HOLD THE CASE WHILE A FRAUDFLG PAYMENT-FRAUD  *
      *                   RED FLAG AWAITS A REVIEWER.                   *
      *  10/15/26   TGW   SETTLE DRAFTS ON THE NEXT BANKING DAY FROM    *
      *                   THE BUSDATE CALENDAR AND KEEP THE DATE ON     *
      *                   EFT_DRAFT.                                    *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'X' RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-COUNTY-CODE               PIC X(3)  VALUE SPACES.
       01  WS-MORATORIUM-COUNT          PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-OUTSTANDING-COUNT         PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-FRAUD-HOLD-COUNT          PIC S9(5) COMP-3 VALUE ZERO.

       01  WS-NACHA-LINE                PIC X(94) VALUE SPACES.
       01  WS-NACHA-AMOUNT              PIC 9(8)V99 VALUE ZERO.
       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

       01  BUSDATE-COMM-AREA.
           COPY BUSDATEC.

           TITLE 'EFTDRAFT --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'EFTDRAFT' TO RL-PROGRAM-NAME.
           IF EF-FUNCTION-CODE = 'X'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO EF-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO EF-RETURN-CODE.
           MOVE ZERO TO EF-DRAFTS-ORIGINATED EF-DRAFTS-SKIPPED
                        EF-AMOUNT-ORIGINATED.
           MOVE SPACES TO EF-SETTLE-DATE.

           EVALUATE EF-FUNCTION-CODE
               WHEN 'X'
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'EFTDRAFT --> THE SETTLEMENT DATE'.
       P150000-SETTLEMENT-DATE SECTION.

      *----------------------------------------------------------------*
      *    TONIGHT'S DRAFTS SETTLE ON THE NEXT BANKING DAY - NEVER A   *
      *    WEEKEND OR A BANK HOLIDAY ON BUSDATE'S CALENDAR.  THE DATE  *
      *    IS THE ENTRY'S EFFECTIVE DATE AND IS KEPT ON EVERY DRAFT.   *
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
               MOVE '12' TO EF-RETURN-CODE
               GO TO P150000-EXIT.

           MOVE BD-DATE-OUT TO EF-SETTLE-DATE EFD-SETTLE-DATE.

       P150000-EXIT.
           EXIT.
           TITLE 'EFTDRAFT --> SELECT AND ORIGINATE TONIGHTS DRAFTS'.
       P200000-NIGHTLY-ORIGINATION SECTION.

           PERFORM P150000-SETTLEMENT-DATE THRU P150000-EXIT.
           IF EF-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN EFDSELCUR
           END-EXEC.
               ADD 1 TO EF-DRAFTS-SKIPPED
               GO TO P250000-EXIT.

      *    A FRAUDFLG RED FLAG NOT YET CLEARED BY A REVIEWER HOLDS
      *    THE DRAFT - THE BANKING ON FILE IS UNDER SUSPICION.
           MOVE ZERO TO WS-FRAUD-HOLD-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-FRAUD-HOLD-COUNT
                 FROM FRAUD_HOLD
                WHERE CASE_NUM    = :EFD-CASE-NUM
                  AND HOLD_STATUS = 'H'
           END-EXEC.

           IF WS-FRAUD-HOLD-COUNT > ZERO
               ADD 1 TO EF-DRAFTS-SKIPPED
               GO TO P250000-EXIT.

      *    A DRAFT STILL OUTSTANDING MEANS TONIGHT IS NOT ITS NIGHT.
           MOVE ZERO TO WS-OUTSTANDING-COUNT.

                        DRAFT_AMOUNT,
                        DRAFT_DATE,
                        DRAFT_STATUS,
                        STATUS_TIMESTAMP,
                        SETTLE_DATE )
               VALUES ( :EFD-DRAFT-ID,
                        :EFD-CASE-NUM,
                        :EFD-TRANSIT-NUM,
                        :EFD-DRAFT-AMOUNT,
                        CURRENT DATE,
                        'O',
                        CURRENT TIMESTAMP,
                        DATE(:EFD-SETTLE-DATE) )
           END-EXEC.

           IF SQLCODE NOT = ZERO
