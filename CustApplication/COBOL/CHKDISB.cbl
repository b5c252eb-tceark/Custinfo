      *                 ITEMS FOR REFUND, AND COMMDISB COMPUTES         *
      *                 BROKER NET PAY - BUT THE CHECKS WERE TYPED ON   *
      *                 A STANDALONE WRITER WITH NO TIE BACK.           *
      *                 FUNCTION 'D' PULLS EVERY PAYABLE SOURCE,        *
      *                 ASSIGNS CHECK NUMBERS FROM ONE SEQUENCE,        *
      *                 WRITES THE CHECK PRINT FILE TO THE CHKP TDQ     *
      *                 AND A CHECK_REGISTER ROW PER CHECK, AND         *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   PAY PREPAID VENDOR CAPITATION LEFT PAYABLE    *
      *                   ON CAPITATION_PAYMENT BY CAPITATN AS A        *
      *                   FOURTH PAYABLE SOURCE.                        *
      *  10/15/26   TGW   HOLD THE CASE WHILE A FRAUDFLG PAYMENT-FRAUD  *
      *                   RED FLAG AWAITS A REVIEWER.                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'D'/'P'/'R' RUN FOR A PREDECESSOR THAT HAS    *
      *                   NOT COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           88  POSPAY-CURSOR-EOF        VALUE 'Y'.
       01  WS-REG-EOF-SW                PIC X     VALUE 'N'.
           88  REGISTER-CURSOR-EOF      VALUE 'Y'.
       01  WS-CAP-EOF-SW                PIC X     VALUE 'N'.
           88  CAPITATION-CURSOR-EOF    VALUE 'Y'.

       01  WS-CHECK-SEQ                 PIC S9(9)V COMP-3 VALUE ZERO.
       01  WS-CHECK-NUM-WORK.
       01  WS-EDIT-SOURCE-ID            PIC 9(9)  VALUE ZERO.
       01  WS-BROKER-ID                 PIC X(9)  VALUE SPACES.
       01  WS-CYCLE-MONTH               PIC X(6)  VALUE SPACES.
       01  WS-VENDOR-CODE               PIC X(2)  VALUE SPACES.
       01  WS-CAP-MONTH                 PIC X(6)  VALUE SPACES.
       01  WS-PPAY-ACCOUNT              PIC X(15) VALUE SPACES.

       01  WS-PRINT-LINE                PIC X(100) VALUE SPACES.
           COPY BROKER.
           COPY PROGRULE.
           COPY CHKREG.
           COPY CAPPAYMT.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    A CASE UNDER A FRAUDFLG RED FLAG NOT YET CLEARED BY A       *
      *    REVIEWER KEEPS ITS REFUND APPROVED BUT UNPAID UNTIL THE     *
      *    HOLD IS CLEARED.                                            *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CKRFDCUR CURSOR FOR
               SELECT R.REFUND_ID,
                      C.CONTACT_NAME,
                 FROM REFUND_REQUEST R, CASE_MASTER C
                WHERE R.REFUND_STATUS = 'A'
                  AND C.CASE_NUM      = R.CASE_NUM
                  AND NOT EXISTS
                      (SELECT 1 FROM FRAUD_HOLD H
                        WHERE H.CASE_NUM    = R.CASE_NUM
                          AND H.HOLD_STATUS = 'H')
                ORDER BY R.REFUND_ID
           END-EXEC.

                ORDER BY P.BROKER_ID, P.CYCLE_MONTH
           END-EXEC.

      *----------------------------------------------------------------*
      *    CAPITATION LEFT PAYABLE BY CAPITATN.  THE REGISTER ROW IS   *
      *    THE RERUN GUARD HERE TOO.                                   *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CKCAPCUR CURSOR FOR
               SELECT P.VENDOR_CODE,
                      P.CAP_MONTH,
                      P.TOTAL_AMOUNT,
                      P.PAYEE_NAME
                 FROM CAPITATION_PAYMENT P
                WHERE P.PAY_STATUS   = 'P'
                  AND P.TOTAL_AMOUNT > 0
                  AND NOT EXISTS
                      (SELECT 1 FROM CHECK_REGISTER K
                        WHERE K.SOURCE_TYPE = 'CAP'
                          AND K.SOURCE_KEY  =
                              P.VENDOR_CODE CONCAT P.CAP_MONTH)
                ORDER BY P.VENDOR_CODE, P.CAP_MONTH
           END-EXEC.

           EXEC SQL DECLARE CKPPAYCUR CURSOR FOR
               SELECT CHECK_NUM,
                      CHAR(CHECK_DATE, ISO),
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'CHKDISB ' TO RL-PROGRAM-NAME.
           IF CK-FUNCTION-CODE = 'D' OR 'P' OR 'R'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CK-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CK-RETURN-CODE.
           MOVE ZERO TO CK-CHECKS-ISSUED CK-REFUND-CHECKS
                        CK-SUSPENSE-CHECKS CK-COMMISSION-CHECKS
                        CK-AMOUNT-DISBURSED CK-CAPITATION-CHECKS.

           EVALUATE CK-FUNCTION-CODE
               WHEN 'D'

       P000000-EXIT.
           EXIT.
           TITLE 'CHKDISB --> RUN ALL FOUR PAYABLE SOURCES'.
       P200000-DISBURSEMENT-RUN SECTION.

           PERFORM P210000-PAY-APPROVED-REFUNDS THRU P210000-EXIT.
               GO TO P200000-EXIT.

           PERFORM P250000-PAY-COMMISSIONS THRU P250000-EXIT.
           IF CK-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P270000-PAY-CAPITATION THRU P270000-EXIT.

           IF CK-CHECKS-ISSUED = ZERO AND CK-RETURN-CODE = '00'
               MOVE '02' TO CK-RETURN-CODE.
           ADD 1 TO CK-COMMISSION-CHECKS.

       P260000-EXIT.
           EXIT.
           TITLE 'CHKDISB --> PREPAID VENDOR CAPITATION'.
       P270000-PAY-CAPITATION SECTION.

           EXEC SQL
               OPEN CKCAPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CK-RETURN-CODE
               GO TO P270000-EXIT.

           MOVE 'N' TO WS-CAP-EOF-SW.

           PERFORM P280000-ONE-CAPITATION-CHECK THRU P280000-EXIT
               UNTIL CAPITATION-CURSOR-EOF.

           EXEC SQL
               CLOSE CKCAPCUR
           END-EXEC.

       P270000-EXIT.
           EXIT.
           TITLE 'CHKDISB --> CUT ONE CAPITATION CHECK'.
       P280000-ONE-CAPITATION-CHECK SECTION.

           EXEC SQL
               FETCH CKCAPCUR
                 INTO :WS-VENDOR-CODE,
                      :WS-CAP-MONTH,
                      :WS-PAY-AMOUNT,
                      :WS-PAYEE-NAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CK-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CAP-EOF-SW
               GO TO P280000-EXIT.

           MOVE 'CAP' TO WS-SOURCE-TYPE.
           MOVE SPACES TO WS-SOURCE-KEY.
           STRING WS-VENDOR-CODE DELIMITED BY SIZE
                  WS-CAP-MONTH   DELIMITED BY SIZE
               INTO WS-SOURCE-KEY
           END-STRING.
           PERFORM P700000-ASSIGN-CHECK-NUMBER THRU P700000-EXIT.
           PERFORM P720000-REGISTER-AND-PRINT THRU P720000-EXIT.

           IF CK-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-CAP-EOF-SW
               GO TO P280000-EXIT.

      *    THE PAID TIMESTAMP IS WHAT GLEXTRCT JOURNALS THE EXPENSE BY.
           EXEC SQL
               UPDATE CAPITATION_PAYMENT
                  SET PAY_STATUS     = 'D',
                      CHECK_NUM      = :WS-CHECK-NUM-X,
                      PAID_TIMESTAMP = CURRENT TIMESTAMP
                WHERE VENDOR_CODE    = :WS-VENDOR-CODE
                  AND CAP_MONTH      = :WS-CAP-MONTH
                  AND PAY_STATUS     = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CK-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'Y' TO WS-CAP-EOF-SW
               GO TO P280000-EXIT.

           ADD 1 TO CK-CAPITATION-CHECKS.

       P280000-EXIT.
           EXIT.
           TITLE 'CHKDISB --> POSITIVE-PAY FILE FOR THE BANK'.
       P500000-POSITIVE-PAY-FILE SECTION.
