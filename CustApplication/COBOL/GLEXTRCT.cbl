      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   JOURNAL PREPAID VENDOR CAPITATION EXPENSE     *
      *                   THE DAY CHKDISB PAYS IT.                      *
      *  10/15/26   TGW   JOURNAL BAD-DEBT WRITE-OFFS, AGENCY           *
      *                   RECOVERIES AND FEES.                          *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       77  WS-ACCT-SUSP-LIAB           PIC X(8)  VALUE '24100000'.
       77  WS-ACCT-PREM-INCOME         PIC X(8)  VALUE '41100000'.
       77  WS-ACCT-COMM-EXP            PIC X(8)  VALUE '52100000'.
       77  WS-ACCT-CAP-EXP             PIC X(8)  VALUE '53100000'.
       77  WS-ACCT-BAD-DEBT            PIC X(8)  VALUE '54100000'.
       77  WS-ACCT-COLL-FEE            PIC X(8)  VALUE '54200000'.

       01  WS-LBX-EOF-SW                PIC X     VALUE 'N'.
           88  LOCKBOX-CURSOR-EOF       VALUE 'Y'.
           88  TRUST-CURSOR-EOF         VALUE 'Y'.
       01  WS-EXT-EOF-SW                PIC X     VALUE 'N'.
           88  EXTRACT-CURSOR-EOF       VALUE 'Y'.
       01  WS-BDW-EOF-SW                PIC X     VALUE 'N'.
           88  WRITEOFF-CURSOR-EOF      VALUE 'Y'.
       01  WS-BDR-EOF-SW                PIC X     VALUE 'N'.
           88  RECOVERY-CURSOR-EOF      VALUE 'Y'.

       01  WS-JRN-TRUST-CODE            PIC X(2)  VALUE SPACES.
       01  WS-JRN-CARRIER-CODE          PIC X(2)  VALUE SPACES.
       01  WS-JRN-AMOUNT                PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-COMM-NET-PAID             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CAP-PAID                  PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-EARNED              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-EARNED-DELTA              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PENDING-COUNT             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-RECOVERY-FEE              PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-EXTRACT-LINE              PIC X(80) VALUE SPACES.
       01  WS-EXT-AMOUNT                PIC 9(9).99 VALUE ZERO.
           COPY CASHSUSP.
           COPY REFUNDRQ.
           COPY CMPAYLOG.
           COPY CAPPAYMT.
           COPY BDWROFF.
           COPY AGYRECOV.
           COPY TRUSTLED.
           COPY GLJRNL.

                ORDER BY C.TRUST_CODE, C.CARRIER_CODE
           END-EXEC.

      *----------------------------------------------------------------*
      *    BAD-DEBT WRITE-OFFS POSTED TODAY.  A ROW PLACED OR EVEN     *
      *    RECOVERED LATER THE SAME DAY WAS STILL WRITTEN OFF TODAY.   *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE GLBDWCUR CURSOR FOR
               SELECT TRUST_CODE,
                      CARRIER_CODE,
                      SUM(WRITEOFF_AMOUNT)
                 FROM BAD_DEBT_WRITEOFF
                WHERE WO_STATUS IN ('W', 'A', 'C')
                  AND DATE(WRITEOFF_TIMESTAMP) = CURRENT DATE
                GROUP BY TRUST_CODE, CARRIER_CODE
                ORDER BY TRUST_CODE, CARRIER_CODE
           END-EXEC.

      *----------------------------------------------------------------*
      *    AGENCY RECOVERIES APPLIED TODAY.  THE AGENCY REMITS THE     *
      *    GROSS LESS ITS FEE; BOTH HALVES REVERSE BAD-DEBT EXPENSE.   *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE GLBDRCUR CURSOR FOR
               SELECT W.TRUST_CODE,
                      W.CARRIER_CODE,
                      SUM(R.GROSS_AMOUNT - R.FEE_AMOUNT),
                      SUM(R.FEE_AMOUNT)
                 FROM AGENCY_RECOVERY_STAGE R, BAD_DEBT_WRITEOFF W
                WHERE R.PROCESS_STATUS = 'A'
                  AND DATE(R.PROCESS_TIMESTAMP) = CURRENT DATE
                  AND W.WRITEOFF_ID = R.WRITEOFF_ID
                GROUP BY W.TRUST_CODE, W.CARRIER_CODE
                ORDER BY W.TRUST_CODE, W.CARRIER_CODE
           END-EXEC.

           EXEC SQL DECLARE GLTRSCUR CURSOR FOR
               SELECT TRUST_CODE,
                      CARRIER_CODE,
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'GLEXTRCT' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO GL-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO GL-RETURN-CODE.
           MOVE ZERO TO GL-ROWS-POSTED GL-ROWS-EXTRACTED
                        GL-DEBIT-TOTAL GL-CREDIT-TOTAL.
           IF GL-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P250000-JOURNAL-CAPITATION THRU P250000-EXIT.
           IF GL-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P270000-JOURNAL-WRITEOFFS THRU P270000-EXIT.
           IF GL-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P280000-JOURNAL-RECOVERIES THRU P280000-EXIT.
           IF GL-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P260000-JOURNAL-TRUST-EARNED THRU P260000-EXIT.

       P200000-EXIT.
           PERFORM P750000-POST-JOURNAL-PAIR THRU P750000-EXIT.

       P240000-EXIT.
           EXIT.
           TITLE 'GLEXTRCT --> JOURNAL CAPITATION PAID TODAY'.
       P250000-JOURNAL-CAPITATION SECTION.
      *----------------------------------------------------------------*
      *    A CAPITATION CHECK COVERS A VENDOR'S MEMBERS ACROSS EVERY   *
      *    CASE, SO LIKE COMMISSIONS IT CARRIES SPACES FOR TRUST AND   *
      *    CARRIER AND THE G/L MAPS IT TO THE HOUSE ACCOUNT.           *
      *----------------------------------------------------------------*

           MOVE ZERO TO WS-CAP-PAID.

           EXEC SQL
               SELECT VALUE(SUM(TOTAL_AMOUNT), 0)
                 INTO :WS-CAP-PAID
                 FROM CAPITATION_PAYMENT
                WHERE PAY_STATUS = 'D'
                  AND DATE(PAID_TIMESTAMP) = CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO GL-RETURN-CODE
               GO TO P250000-EXIT.

           IF WS-CAP-PAID NOT > ZERO
               GO TO P250000-EXIT.

           MOVE SPACES             TO WS-JRN-TRUST-CODE
                                      WS-JRN-CARRIER-CODE.
           MOVE 'CAP'              TO WS-JRN-TRAN-TYPE.
           MOVE WS-ACCT-CAP-EXP    TO WS-JRN-DEBIT-ACCT.
           MOVE WS-ACCT-TRUST-CASH TO WS-JRN-CREDIT-ACCT.
           MOVE WS-CAP-PAID        TO WS-JRN-AMOUNT.
           PERFORM P750000-POST-JOURNAL-PAIR THRU P750000-EXIT.

       P250000-EXIT.
           EXIT.
           TITLE 'GLEXTRCT --> JOURNAL BAD-DEBT WRITTEN OFF TODAY'.
       P270000-JOURNAL-WRITEOFFS SECTION.

           EXEC SQL
               OPEN GLBDWCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO GL-RETURN-CODE
               GO TO P270000-EXIT.

           MOVE 'N' TO WS-BDW-EOF-SW.

           PERFORM P275000-ONE-WRITEOFF-PAIR THRU P275000-EXIT
               UNTIL WRITEOFF-CURSOR-EOF.

           EXEC SQL
               CLOSE GLBDWCUR
           END-EXEC.

       P270000-EXIT.
           EXIT.
           TITLE 'GLEXTRCT --> ONE WRITE-OFF TRUST/CARRIER PAIR'.
       P275000-ONE-WRITEOFF-PAIR SECTION.

           EXEC SQL
               FETCH GLBDWCUR
                 INTO :WS-JRN-TRUST-CODE,
                      :WS-JRN-CARRIER-CODE,
                      :WS-JRN-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO GL-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-BDW-EOF-SW
               GO TO P275000-EXIT.

           MOVE 'BDW'              TO WS-JRN-TRAN-TYPE.
           MOVE WS-ACCT-BAD-DEBT   TO WS-JRN-DEBIT-ACCT.
           MOVE WS-ACCT-PREM-RECV  TO WS-JRN-CREDIT-ACCT.
           PERFORM P750000-POST-JOURNAL-PAIR THRU P750000-EXIT.

           IF GL-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-BDW-EOF-SW.

       P275000-EXIT.
           EXIT.
           TITLE 'GLEXTRCT --> JOURNAL AGENCY RECOVERIES TODAY'.
       P280000-JOURNAL-RECOVERIES SECTION.

           EXEC SQL
               OPEN GLBDRCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO GL-RETURN-CODE
               GO TO P280000-EXIT.

           MOVE 'N' TO WS-BDR-EOF-SW.

           PERFORM P285000-ONE-RECOVERY-PAIR THRU P285000-EXIT
               UNTIL RECOVERY-CURSOR-EOF.

           EXEC SQL
               CLOSE GLBDRCUR
           END-EXEC.

       P280000-EXIT.
           EXIT.
           TITLE 'GLEXTRCT --> ONE RECOVERY TRUST/CARRIER PAIR'.
       P285000-ONE-RECOVERY-PAIR SECTION.

           EXEC SQL
               FETCH GLBDRCUR
                 INTO :WS-JRN-TRUST-CODE,
                      :WS-JRN-CARRIER-CODE,
                      :WS-JRN-AMOUNT,
                      :WS-RECOVERY-FEE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO GL-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-BDR-EOF-SW
               GO TO P285000-EXIT.

      *    THE NET REMITTED IS CASH IN; THE FEE THE AGENCY KEPT IS
      *    COLLECTION EXPENSE.  TOGETHER THEY REVERSE THE GROSS.
           MOVE 'BDR'              TO WS-JRN-TRAN-TYPE.
           MOVE WS-ACCT-TRUST-CASH TO WS-JRN-DEBIT-ACCT.
           MOVE WS-ACCT-BAD-DEBT   TO WS-JRN-CREDIT-ACCT.
           PERFORM P750000-POST-JOURNAL-PAIR THRU P750000-EXIT.

           IF GL-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-BDR-EOF-SW
               GO TO P285000-EXIT.

           MOVE 'BDF'              TO WS-JRN-TRAN-TYPE.
           MOVE WS-ACCT-COLL-FEE   TO WS-JRN-DEBIT-ACCT.
           MOVE WS-ACCT-BAD-DEBT   TO WS-JRN-CREDIT-ACCT.
           MOVE WS-RECOVERY-FEE    TO WS-JRN-AMOUNT.
           PERFORM P750000-POST-JOURNAL-PAIR THRU P750000-EXIT.

           IF GL-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-BDR-EOF-SW.

       P285000-EXIT.
           EXIT.
           TITLE 'GLEXTRCT --> JOURNAL TRUST PREMIUM EARNED MOVEMENT'.
       P260000-JOURNAL-TRUST-EARNED SECTION.
