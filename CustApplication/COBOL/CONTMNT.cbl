      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   EVENT 'A' - A DEPENDENT AGED OFF THE PLAN BY  *
      *                   THE DEPAGOUT SWEEP QUALIFIES IN THEIR OWN     *
      *                   RIGHT; ROWS NOW CARRY DEP_NUM (ZERO = THE     *
      *                   EMPLOYEE) AND EVERY FUNCTION KEYS ON IT.      *
      *  10/15/26   TGW   FUNCTION 'V' CANCELS THE EVENTS A TERMINATION *
      *                   OPENED WHEN MBRREVRS REVERSES THAT            *
      *                   TERMINATION AS KEYED IN ERROR.                *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'B'/'N' RUN FOR A PREDECESSOR THAT HAS NOT    *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-EMP-PREMIUM               PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-EMP-TERM-COUNT            PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-EMP-DEP-COUNT             PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-BILL-AMOUNT               PIC S9(5)V99 COMP-3 VALUE ZERO.

       01  WS-BILL-EOF-SW               PIC X     VALUE 'N'.
       01  WS-INVOICE-LINE              PIC X(90) VALUE SPACES.
       01  WS-EDIT-AMOUNT               PIC ZZ,ZZ9.99 VALUE ZERO.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-DEP                  PIC ZZ9   VALUE ZERO.

           COPY CASEMAST.
           COPY EMPLOYEE.
           COPY CONTINUE.
           COPY DEPENDNT.

           EXEC SQL
               INCLUDE SQLCA
           EXEC SQL DECLARE CONTBILCUR CURSOR FOR
               SELECT CASE_NUM,
                      EMP_NUM,
                      DEP_NUM,
                      BILL_AMOUNT
                 FROM CONTINUATION
                WHERE CONT_STATUS = 'E'
                  AND (LAST_BILL_DATE IS NULL
                   OR LAST_BILL_DATE <= CURRENT DATE - 1 MONTH)
                ORDER BY CASE_NUM, EMP_NUM, DEP_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'CONTMNT ' TO RL-PROGRAM-NAME.
           IF CN-FUNCTION-CODE = 'B' OR 'N'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CN-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CN-RETURN-CODE.
           MOVE ZERO TO CN-ROWS-WORKED CN-AMOUNT-BILLED.

                   PERFORM P500000-POST-A-PAYMENT THRU P500000-EXIT
               WHEN 'N'
                   PERFORM P600000-NIGHTLY-AGING THRU P600000-EXIT
               WHEN 'V'
                   PERFORM P700000-CANCEL-REVERSED-TERM
                       THRU P700000-EXIT
               WHEN OTHER
                   MOVE '01' TO CN-RETURN-CODE
           END-EVALUATE.
               MOVE '02' TO CN-RETURN-CODE
               GO TO P200000-EXIT.

           IF CN-EVENT-CODE = 'A'
               PERFORM P250000-DEPENDENT-AGED-OUT THRU P250000-EXIT
               IF CN-RETURN-CODE NOT = '00'
                   GO TO P200000-EXIT
               END-IF
               GO TO P200000-PRICE-AND-INSERT
           END-IF.

           MOVE ZERO TO CN-DEP-NUM.

      *----------------------------------------------------------------*
      *    ONLY A TERMED EMPLOYEE QUALIFIES - THE EVENT RIDES ON THE   *
      *    TERMINATION NA340A ALREADY KEYED.                           *
               MOVE '02' TO CN-RETURN-CODE
               GO TO P200000-EXIT.

       P200000-PRICE-AND-INSERT.

           COMPUTE WS-BILL-AMOUNT ROUNDED =
               WS-EMP-PREMIUM * (100 + CN-ADMIN-PERCENT) / 100.

                        LAST_BILL_DATE,
                        TERM_DATE,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP,
                        DEP_NUM )
               VALUES ( :WS-CASE-IDNTITY,
                        :CN-CASE-NUM,
                        :CN-EMP-NUM,
                        NULL,
                        NULL,
                        :CN-OPERATOR-LOGON,
                        CURRENT TIMESTAMP,
                        :CN-DEP-NUM )
           END-EXEC.

           IF SQLCODE NOT = ZERO
           MOVE 1 TO CN-ROWS-WORKED.

       P200000-EXIT.
           EXIT.
           TITLE 'CONTMNT --> A DEPENDENT WHO AGED OFF THE PLAN'.
       P250000-DEPENDENT-AGED-OUT SECTION.
      *----------------------------------------------------------------*
      *    THE DEPENDENT MUST ALREADY BE TERMED ON DEPENDENT; THE      *
      *    EMPLOYEE STAYS ACTIVE.  THE DIRECT BILL IS THE DEPENDENT'S  *
      *    PER-HEAD SHARE OF THE EMPLOYEE'S PREMIUM AS IT STOOD - THE  *
      *    TIER IS NOT REPRICED UNTIL PREMRECL'S NEXT RUN, SO THE      *
      *    DEPENDENT JUST TERMED IS STILL IN IT.                       *
      *----------------------------------------------------------------*

           IF CN-DEP-NUM NOT > ZERO
               MOVE '02' TO CN-RETURN-CODE
               GO TO P250000-EXIT.

           MOVE ZERO TO WS-EMP-TERM-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-EMP-TERM-COUNT
                 FROM DEPENDENT
                WHERE CASE_NUM   = :CN-CASE-NUM
                  AND EMP_NUM    = :CN-EMP-NUM
                  AND DEP_NUM    = :CN-DEP-NUM
                  AND ACTIVE_IND = 'N'
                  AND TERM_DATE IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CN-RETURN-CODE
               GO TO P250000-EXIT.

           IF WS-EMP-TERM-COUNT = ZERO
               MOVE '02' TO CN-RETURN-CODE
               GO TO P250000-EXIT.

           MOVE ZERO TO WS-EMP-PREMIUM WS-EMP-DEP-COUNT.

           EXEC SQL
               SELECT TOTAL_PREMIUM,
                      NUM_OF_DEPENDENTS
                 INTO :WS-EMP-PREMIUM,
                      :WS-EMP-DEP-COUNT
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :CN-CASE-NUM
                  AND EMP_NUM          = :CN-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '02' TO CN-RETURN-CODE
               GO TO P250000-EXIT.

      *    THE EMPLOYEE, THE DEPENDENTS STILL ON, AND THE ONE GONE.
           COMPUTE WS-EMP-PREMIUM ROUNDED =
               WS-EMP-PREMIUM / (WS-EMP-DEP-COUNT + 2).

       P250000-EXIT.
           EXIT.
           TITLE 'CONTMNT --> RECORD AN ELECTION IN THE WINDOW'.
       P300000-RECORD-ELECTION SECTION.
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM    = :CN-CASE-NUM
                  AND EMP_NUM     = :CN-EMP-NUM
                  AND DEP_NUM     = :CN-DEP-NUM
                  AND CONT_STATUS = 'Q'
                  AND ELECTION_DUE_DATE >= CURRENT DATE
           END-EXEC.
                 FROM CONTINUATION
                WHERE CASE_NUM    = :CN-CASE-NUM
                  AND EMP_NUM     = :CN-EMP-NUM
                  AND DEP_NUM     = :CN-DEP-NUM
                  AND CONT_STATUS = 'Q'
           END-EXEC.

               FETCH CONTBILCUR
                 INTO :CNT-CASE-NUM,
                      :CNT-EMP-NUM,
                      :CNT-DEP-NUM,
                      :CNT-BILL-AMOUNT
           END-EXEC.

                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM = :CNT-CASE-NUM
                  AND EMP_NUM  = :CNT-EMP-NUM
                  AND DEP_NUM  = :CNT-DEP-NUM
                  AND CONT_STATUS = 'E'
           END-EXEC.

           ADD CNT-BILL-AMOUNT TO CN-AMOUNT-BILLED.

           MOVE CNT-EMP-NUM     TO WS-EDIT-EMP.
           MOVE CNT-DEP-NUM     TO WS-EDIT-DEP.
           MOVE CNT-BILL-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-INVOICE-LINE.
           STRING 'CONTINUATION BILL CASE ' DELIMITED BY SIZE
                  CNT-CASE-NUM              DELIMITED BY SIZE
                  ' EMP '                   DELIMITED BY SIZE
                  WS-EDIT-EMP               DELIMITED BY SIZE
                  ' DEP '                   DELIMITED BY SIZE
                  WS-EDIT-DEP               DELIMITED BY SIZE
                  ' DUE '                   DELIMITED BY SIZE
                  WS-EDIT-AMOUNT            DELIMITED BY SIZE
               INTO WS-INVOICE-LINE
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM    = :CN-CASE-NUM
                  AND EMP_NUM     = :CN-EMP-NUM
                  AND DEP_NUM     = :CN-DEP-NUM
                  AND CONT_STATUS IN ('E', 'P')
           END-EXEC.


       P600000-EXIT.
           EXIT.
           TITLE 'CONTMNT --> CANCEL EVENTS OF A REVERSED TERMINATION'.
       P700000-CANCEL-REVERSED-TERM SECTION.
      *----------------------------------------------------------------*
      *    THE TERMINATION WAS KEYED IN ERROR AND HAS BEEN BACKED OUT, *
      *    SO THERE NEVER WAS A QUALIFYING EVENT.  EVERY ROW IT OPENED *
      *    - THE EMPLOYEE'S AND ANY DEPENDENT'S - IS CANCELLED.  A     *
      *    DEPENDENT WHO AGED OUT ON THEIR OWN ('A') KEEPS THEIR ROW.  *
      *----------------------------------------------------------------*

           EXEC SQL
               UPDATE CONTINUATION
                  SET CONT_STATUS      = 'C',
                      TERM_DATE        = CURRENT DATE,
                      CHANGE_LOGON     = :CN-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM            = :CN-CASE-NUM
                  AND EMP_NUM             = :CN-EMP-NUM
                  AND QUALIFY_EVENT_CODE <> 'A'
                  AND CONT_STATUS        IN ('Q', 'E', 'P')
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO CN-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO CN-RETURN-CODE
               WHEN OTHER
                   MOVE SQLERRD (3) TO CN-ROWS-WORKED
           END-EVALUATE.

       P700000-EXIT.
           EXIT.
