       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: WORKBSKT                                       *
      *  PROGRAM TEXT:  UNIFIED OPERATOR WORKBASKET.  ELEVEN            *
      *                 DISCONNECTED QUEUES EACH NEEDED THEIR OWN CHECK *
      *                 - DIARY ITEMS, PENDING EOI, OPEN CASH SUSPENSE, *
      *                 THE DMF REVIEW QUEUE, PORTAL APPLICATION        *
      *                 INTAKE, HELD NCOA RESPONSES, THE D&B BUSINESS-  *
      *                 STATUS REVIEW QUEUE, HMO MEMBERS AWAITING A NEW *
      *                 PCP, THE DATA-QUALITY CORRECTION WORKLIST, THE  *
      *                 PAYROLL-DEDUCTION VARIANCE WORKLIST AND THE     *
      *                 PAYMENT-FRAUD HOLDS - AND PEOPLE CHECKED THE    *
      *                 TWO THEY LIKED WHILE THE OTHERS ROTTED.         *
      *                 FUNCTION 'W' GATHERS A LOGON'S BASKET - THE     *
      *                 DIARY ITEMS THE LOGON OWNS PLUS EVERY           *
      *                 UNASSIGNED ITEM ON THE POOL QUEUES - INTO ONE   *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   ADD THE D&B BUSINESS-STATUS REVIEW QUEUE      *
      *                   (DNB_EXTRACT STATUS 'R' - OUT-OF-BUSINESS,    *
      *                   BANKRUPT OR MERGED EMPLOYERS) TO THE BASKET   *
      *                   AND THE SUPERVISOR SUMMARY.                   *
      *  10/15/26   TGW   ADD THE PCP REASSIGNMENT QUEUE (PCP_REASSIGN  *
      *                   STATUS 'O' - HMO MEMBERS WHOSE PRIMARY-CARE   *
      *                   PROVIDER LEFT THE NETWORK) TO THE BASKET AND  *
      *                   THE SUPERVISOR SUMMARY.                       *
      *  10/15/26   TGW   ADD THE DATA-QUALITY CORRECTION WORKLIST      *
      *                   (DQ_EXCEPTION STATUS 'O' - EMPLOYEES FAILING  *
      *                   A DQSCORE RULE) TO THE BASKET AND THE         *
      *                   SUPERVISOR SUMMARY.                           *
      *  10/15/26   TGW   ADD THE PAYROLL-DEDUCTION VARIANCE WORKLIST   *
      *                   (PAYROLL_DEDUCT_VARIANCE STATUS 'O') TO THE   *
      *                   BASKET AND THE SUPERVISOR SUMMARY.            *
      *  10/15/26   TGW   ADD THE PAYMENT-FRAUD HOLDS (FRAUD_HOLD       *
      *                   STATUS 'H' - CASES WHOSE MONEY FRAUDFLG IS    *
      *                   HOLDING) TO THE BASKET AND THE SUPERVISOR     *
      *                   SUMMARY.                                      *
      *  10/15/26   TGW   ADD THE OPEN COMPLAINTS (COMPLAINT_LOG STATUS *
      *                   'O', KEYED WITH THEIR ESCALATION LEVEL AND    *
      *                   SHOWING THE RESPONSE DUE DATE) TO THE BASKET  *
      *                   AND THE SUPERVISOR SUMMARY.                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           COPY DMFSTAGE.
           COPY PORTAPP.
           COPY NCOASTG.
           COPY DNBSTAGE.
           COPY PCPREASN.
           COPY DQEXCEPT.
           COPY PDVARNC.
           COPY FRDHOLD.
           COPY CMPLLOG.

           EXEC SQL
               INCLUDE SQLCA
                WHERE PROCESS_STATUS = 'H'
           END-EXEC.

           EXEC SQL DECLARE WBDNBCUR CURSOR FOR
               SELECT MATCHED_CASE_NUM CONCAT ' ' CONCAT
                      BUSINESS_STATUS CONCAT ' ' CONCAT
                      DIGITS(DUNS_NUM),
                      DAYS(CURRENT DATE) - DAYS(PROCESS_TIMESTAMP),
                      ' '
                 FROM DNB_EXTRACT
                WHERE PROCESS_STATUS = 'R'
           END-EXEC.

           EXEC SQL DECLARE WBPCPCUR CURSOR FOR
               SELECT CASE_NUM CONCAT ' ' CONCAT DIGITS(EMP_NUM),
                      DAYS(CURRENT DATE) - DAYS(QUEUED_TIMESTAMP),
                      CHAR(PROVIDER_TERM_DATE, ISO)
                 FROM PCP_REASSIGN
                WHERE REASSIGN_STATUS = 'O'
           END-EXEC.

           EXEC SQL DECLARE WBDQXCUR CURSOR FOR
               SELECT CASE_NUM CONCAT ' ' CONCAT DIGITS(EMP_NUM)
                      CONCAT ' ' CONCAT RULE_CODE,
                      DAYS(CURRENT DATE) - DAYS(DETECTED_DATE),
                      ' '
                 FROM DQ_EXCEPTION
                WHERE EXC_STATUS = 'O'
           END-EXEC.

           EXEC SQL DECLARE WBPDVCUR CURSOR FOR
               SELECT CASE_NUM CONCAT ' ' CONCAT DIGITS(EMP_NUM)
                      CONCAT ' ' CONCAT CHAR(PAY_DATE, ISO),
                      DAYS(CURRENT DATE) - DAYS(DETECTED_DATE),
                      ' '
                 FROM PAYROLL_DEDUCT_VARIANCE
                WHERE VAR_STATUS = 'O'
           END-EXEC.

           EXEC SQL DECLARE WBFRHCUR CURSOR FOR
               SELECT CASE_NUM CONCAT ' ' CONCAT RULE_CODE
                      CONCAT ' ' CONCAT DIGITS(HOLD_ID),
                      DAYS(CURRENT DATE) - DAYS(FLAGGED_TIMESTAMP),
                      ' '
                 FROM FRAUD_HOLD
                WHERE HOLD_STATUS = 'H'
           END-EXEC.

      *    AN OPEN COMPLAINT CARRIES ITS ESCALATION LEVEL IN THE KEY
      *    (ESC1 NEARING THE RESPONSE DUE DATE, ESC2 PAST IT).
           EXEC SQL DECLARE WBCMPCUR CURSOR FOR
               SELECT CATEGORY CONCAT ' ' CONCAT DIGITS(COMPLAINT_ID)
                      CONCAT ' ESC' CONCAT ESCALATION_LEVEL,
                      DAYS(CURRENT DATE) - DAYS(RECEIVED_DATE),
                      CHAR(DUE_DATE, ISO)
                 FROM COMPLAINT_LOG
                WHERE COMPLAINT_STATUS = 'O'
           END-EXEC.

           EXEC SQL DECLARE WBOPRCUR CURSOR FOR
               SELECT OWNER_LOGON,
                      COUNT(*),
           PERFORM P295000-DRAIN-NCOA-QUEUE THRU P295000-EXIT.
           EXEC SQL CLOSE WBNCOCUR END-EXEC.

           MOVE 'DNB     ' TO WS-FETCH-QUEUE.
           EXEC SQL OPEN WBDNBCUR END-EXEC.
           PERFORM P298000-DRAIN-DNB-QUEUE THRU P298000-EXIT.
           EXEC SQL CLOSE WBDNBCUR END-EXEC.

           MOVE 'PCP     ' TO WS-FETCH-QUEUE.
           EXEC SQL OPEN WBPCPCUR END-EXEC.
           PERFORM P298700-DRAIN-PCP-QUEUE THRU P298700-EXIT.
           EXEC SQL CLOSE WBPCPCUR END-EXEC.

           MOVE 'DATAQUAL' TO WS-FETCH-QUEUE.
           EXEC SQL OPEN WBDQXCUR END-EXEC.
           PERFORM P298900-DRAIN-DATAQUAL-QUEUE THRU P298900-EXIT.
           EXEC SQL CLOSE WBDQXCUR END-EXEC.

           MOVE 'PAYDED  ' TO WS-FETCH-QUEUE.
           EXEC SQL OPEN WBPDVCUR END-EXEC.
           PERFORM P298960-DRAIN-PAYDED-QUEUE THRU P298960-EXIT.
           EXEC SQL CLOSE WBPDVCUR END-EXEC.

           MOVE 'FRAUD   ' TO WS-FETCH-QUEUE.
           EXEC SQL OPEN WBFRHCUR END-EXEC.
           PERFORM P298980-DRAIN-FRAUD-QUEUE THRU P298980-EXIT.
           EXEC SQL CLOSE WBFRHCUR END-EXEC.

           MOVE 'COMPLAIN' TO WS-FETCH-QUEUE.
           EXEC SQL OPEN WBCMPCUR END-EXEC.
           PERFORM P298992-DRAIN-COMPLAINT-QUEUE THRU P298992-EXIT.
           EXEC SQL CLOSE WBCMPCUR END-EXEC.

           IF WB-RETURN-CODE = '12'
               GO TO P200000-EXIT.

           PERFORM P299000-STOW-ONE-ITEM THRU P299000-EXIT.

       P297000-EXIT.
           EXIT.
           TITLE 'WORKBSKT --> DRAIN THE D&B BUSINESS-STATUS REVIEWS'.
       P298000-DRAIN-DNB-QUEUE SECTION.

           MOVE 'N' TO WS-QUEUE-EOF-SW.
           PERFORM P298500-FETCH-ONE-DNB THRU P298500-EXIT
               UNTIL QUEUE-CURSOR-EOF.

       P298000-EXIT.
           EXIT.
       P298500-FETCH-ONE-DNB SECTION.

           EXEC SQL
               FETCH WBDNBCUR
                 INTO :WS-FETCH-KEY, :WS-FETCH-AGE, :WS-FETCH-DUE
           END-EXEC.

           PERFORM P299000-STOW-ONE-ITEM THRU P299000-EXIT.

       P298500-EXIT.
           EXIT.
           TITLE 'WORKBSKT --> DRAIN THE PCP REASSIGNMENTS'.
       P298700-DRAIN-PCP-QUEUE SECTION.

           MOVE 'N' TO WS-QUEUE-EOF-SW.
           PERFORM P298800-FETCH-ONE-PCP THRU P298800-EXIT
               UNTIL QUEUE-CURSOR-EOF.

       P298700-EXIT.
           EXIT.
       P298800-FETCH-ONE-PCP SECTION.

           EXEC SQL
               FETCH WBPCPCUR
                 INTO :WS-FETCH-KEY, :WS-FETCH-AGE, :WS-FETCH-DUE
           END-EXEC.

           PERFORM P299000-STOW-ONE-ITEM THRU P299000-EXIT.

       P298800-EXIT.
           EXIT.
           TITLE 'WORKBSKT --> DRAIN THE DATA-QUALITY WORKLIST'.
       P298900-DRAIN-DATAQUAL-QUEUE SECTION.

           MOVE 'N' TO WS-QUEUE-EOF-SW.
           PERFORM P298950-FETCH-ONE-DATAQUAL THRU P298950-EXIT
               UNTIL QUEUE-CURSOR-EOF.

       P298900-EXIT.
           EXIT.
       P298950-FETCH-ONE-DATAQUAL SECTION.

           EXEC SQL
               FETCH WBDQXCUR
                 INTO :WS-FETCH-KEY, :WS-FETCH-AGE, :WS-FETCH-DUE
           END-EXEC.

           PERFORM P299000-STOW-ONE-ITEM THRU P299000-EXIT.

       P298950-EXIT.
           EXIT.
           TITLE 'WORKBSKT --> DRAIN THE PAYROLL-DEDUCTION VARIANCES'.
       P298960-DRAIN-PAYDED-QUEUE SECTION.

           MOVE 'N' TO WS-QUEUE-EOF-SW.
           PERFORM P298970-FETCH-ONE-PAYDED THRU P298970-EXIT
               UNTIL QUEUE-CURSOR-EOF.

       P298960-EXIT.
           EXIT.
       P298970-FETCH-ONE-PAYDED SECTION.

           EXEC SQL
               FETCH WBPDVCUR
                 INTO :WS-FETCH-KEY, :WS-FETCH-AGE, :WS-FETCH-DUE
           END-EXEC.

           PERFORM P299000-STOW-ONE-ITEM THRU P299000-EXIT.

       P298970-EXIT.
           EXIT.
           TITLE 'WORKBSKT --> DRAIN THE PAYMENT-FRAUD HOLDS'.
       P298980-DRAIN-FRAUD-QUEUE SECTION.

           MOVE 'N' TO WS-QUEUE-EOF-SW.
           PERFORM P298990-FETCH-ONE-FRAUD THRU P298990-EXIT
               UNTIL QUEUE-CURSOR-EOF.

       P298980-EXIT.
           EXIT.
       P298990-FETCH-ONE-FRAUD SECTION.

           EXEC SQL
               FETCH WBFRHCUR
                 INTO :WS-FETCH-KEY, :WS-FETCH-AGE, :WS-FETCH-DUE
           END-EXEC.

           PERFORM P299000-STOW-ONE-ITEM THRU P299000-EXIT.

       P298990-EXIT.
           EXIT.
           TITLE 'WORKBSKT --> DRAIN THE OPEN COMPLAINTS'.
       P298992-DRAIN-COMPLAINT-QUEUE SECTION.

           MOVE 'N' TO WS-QUEUE-EOF-SW.
           PERFORM P298995-FETCH-ONE-COMPLAINT THRU P298995-EXIT
               UNTIL QUEUE-CURSOR-EOF.

       P298992-EXIT.
           EXIT.
       P298995-FETCH-ONE-COMPLAINT SECTION.

           EXEC SQL
               FETCH WBCMPCUR
                 INTO :WS-FETCH-KEY, :WS-FETCH-AGE, :WS-FETCH-DUE
           END-EXEC.

           PERFORM P299000-STOW-ONE-ITEM THRU P299000-EXIT.

       P298995-EXIT.
           EXIT.
           TITLE 'WORKBSKT --> STOW ONE FETCHED ITEM IN THE TABLE'.
       P299000-STOW-ONE-ITEM SECTION.
           END-EXEC.
           PERFORM P650000-ONE-QUEUE-SUMMARY THRU P650000-EXIT.

           MOVE 'DNB     ' TO WS-FETCH-QUEUE.
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(DAYS(CURRENT DATE)
                            - DAYS(PROCESS_TIMESTAMP)), 0)
                 INTO :WS-QUEUE-COUNT, :WS-QUEUE-OLDEST
                 FROM DNB_EXTRACT
                WHERE PROCESS_STATUS = 'R'
           END-EXEC.
           PERFORM P650000-ONE-QUEUE-SUMMARY THRU P650000-EXIT.

           MOVE 'PCP     ' TO WS-FETCH-QUEUE.
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(DAYS(CURRENT DATE)
                            - DAYS(QUEUED_TIMESTAMP)), 0)
                 INTO :WS-QUEUE-COUNT, :WS-QUEUE-OLDEST
                 FROM PCP_REASSIGN
                WHERE REASSIGN_STATUS = 'O'
           END-EXEC.
           PERFORM P650000-ONE-QUEUE-SUMMARY THRU P650000-EXIT.

           MOVE 'DATAQUAL' TO WS-FETCH-QUEUE.
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(DAYS(CURRENT DATE)
                            - DAYS(DETECTED_DATE)), 0)
                 INTO :WS-QUEUE-COUNT, :WS-QUEUE-OLDEST
                 FROM DQ_EXCEPTION
                WHERE EXC_STATUS = 'O'
           END-EXEC.
           PERFORM P650000-ONE-QUEUE-SUMMARY THRU P650000-EXIT.

           MOVE 'PAYDED  ' TO WS-FETCH-QUEUE.
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(DAYS(CURRENT DATE)
                            - DAYS(DETECTED_DATE)), 0)
                 INTO :WS-QUEUE-COUNT, :WS-QUEUE-OLDEST
                 FROM PAYROLL_DEDUCT_VARIANCE
                WHERE VAR_STATUS = 'O'
           END-EXEC.
           PERFORM P650000-ONE-QUEUE-SUMMARY THRU P650000-EXIT.

           MOVE 'FRAUD   ' TO WS-FETCH-QUEUE.
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(DAYS(CURRENT DATE)
                            - DAYS(FLAGGED_TIMESTAMP)), 0)
                 INTO :WS-QUEUE-COUNT, :WS-QUEUE-OLDEST
                 FROM FRAUD_HOLD
                WHERE HOLD_STATUS = 'H'
           END-EXEC.
           PERFORM P650000-ONE-QUEUE-SUMMARY THRU P650000-EXIT.

           MOVE 'COMPLAIN' TO WS-FETCH-QUEUE.
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(DAYS(CURRENT DATE)
                            - DAYS(RECEIVED_DATE)), 0)
                 INTO :WS-QUEUE-COUNT, :WS-QUEUE-OLDEST
                 FROM COMPLAINT_LOG
                WHERE COMPLAINT_STATUS = 'O'
           END-EXEC.
           PERFORM P650000-ONE-QUEUE-SUMMARY THRU P650000-EXIT.

      *----------------------------------------------------------------*
      *    OPEN-DIARY LOAD BY OPERATOR.                                *
      *----------------------------------------------------------------*
