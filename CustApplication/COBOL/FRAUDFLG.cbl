       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRAUDFLG.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: FRAUDFLG                                        *
      *  PROGRAM TEXT:  PAYMENT-FRAUD RED-FLAG RULES ENGINE.  TWICE AN  *
      *                 EMPLOYER'S ADDRESS WAS CHANGED AND THEN ITS EFT *
      *                 BANKING WITHIN DAYS AND A REFUND REDIRECTED,    *
      *                 AND NOTHING TIED THE AUDIT_COMM ENTRIES         *
      *                 TOGETHER.  FUNCTION 'X' RUNS NIGHTLY OVER THE   *
      *                 AUDIT_COMM STREAM AND THE BANKING CHANGES       *
      *                 BEHIND IT: RULE BA FLAGS A BANK CHANGE          *
      *                 COMMITTED WITHIN THE WINDOW OF AN ADDRESS OR    *
      *                 CONTACT CHANGE ON THE CASE, RULE RP A REFUND    *
      *                 AWAITING PAYMENT WHOSE PAYEE APPEARS ON NONE OF *
      *                 THE CASE'S LOCKBOX REMITTANCES, RULE SA EVERY   *
      *                 CASE CHANGED TO AN EFT ACCOUNT SEVERAL CASES    *
      *                 WERE CHANGED TO.  EACH HIT GOES ON FRAUD_HOLD   *
      *                 AND THE FRDR TDQ, AND SHOWS ON THE WORKBSKT     *
      *                 BASKET; WHILE A HOLD STANDS EFTDRAFT, ACHONETM  *
      *                 AND THE CHKDISB REFUND RUN PASS THE CASE BY.    *
      *                 FUNCTION 'C' IS THE FRAUD REVIEWER CLEARING ONE *
      *                 HOLD, UNDER THE FRAUDFLG SECCHECK RESOURCE.     *
      *                 WINDOWS AND COUNTS COME FROM PROGRAM_RULES.     *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-DEFAULT-WINDOW-DAYS      PIC S9(4) COMP     VALUE +30.
       77  WS-DEFAULT-LOOKBACK-DAYS    PIC S9(4) COMP     VALUE +7.
       77  WS-DEFAULT-SAME-ACCT-CASES  PIC S9(4) COMP     VALUE +2.

       01  WS-FLAG-EOF-SW               PIC X     VALUE 'N'.
           88  FLAG-EOF                 VALUE 'Y'.

       01  WS-WINDOW-DAYS               PIC S9(4) COMP VALUE ZERO.
       01  WS-LOOKBACK-DAYS             PIC S9(4) COMP VALUE ZERO.
       01  WS-SAME-ACCT-CASES           PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-DIGITS-3             PIC 9(3)  VALUE ZERO.
       01  WS-RULE-NAME                 PIC X(15) VALUE SPACES.

       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-RULE-CODE                 PIC X(2)  VALUE SPACES.
       01  WS-TRIGGER-TS                PIC X(26) VALUE SPACES.
       01  WS-HOLD-DETAIL               PIC X(60) VALUE SPACES.
       01  WS-GAP-DAYS                  PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CONTACT-NAME              PIC X(22) VALUE SPACES.
       01  WS-NEW-ACCOUNT               PIC X(20) VALUE SPACES.
       01  WS-EDIT-DAYS                 PIC ZZZ9  VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY FRDHOLD.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    RULE BA - A BANKING CHANGE COMMITTED THROUGH DUALAPPR (THE  *
      *    'PU' AUDIT ROW, CONFIRMED AGAINST THE APPLIED TRANSIT OR    *
      *    ACCOUNT NUMBER ON PENDING_UPDATE) THAT FOLLOWS AN ADDRESS   *
      *    OR CONTACT CHANGE ON THE CASE'S OWN IDENTITY ('NC', 'CN'    *
      *    FROM NA340, ' A' FROM NCOAPROC) BY THE WINDOW OR LESS.      *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE FFBNKCUR CURSOR FOR
               SELECT B.UNIQUENUM,
                      CHAR(MAX(B.AUDIT_TIMESTAMP)),
                      MIN(DAYS(B.AUDIT_TIMESTAMP)
                          - DAYS(A.AUDIT_TIMESTAMP))
                 FROM AUDIT_COMM B, CASE_MASTER C, AUDIT_COMM A
                WHERE B.AUDIT_CODE = 'PU'
                  AND B.AUDIT_TIMESTAMP >=
                      CURRENT TIMESTAMP - :WS-LOOKBACK-DAYS DAYS
                  AND EXISTS
                      (SELECT 1 FROM PENDING_UPDATE P
                        WHERE P.CASE_NUM    = B.UNIQUENUM
                          AND P.FIELD_NAME IN ('TRANSIT_NUM',
                                               'EFT_ACCT_NUM')
                          AND P.PEND_STATUS = 'A'
                          AND DATE(P.APPROVE_TIMESTAMP) =
                              DATE(B.AUDIT_TIMESTAMP))
                  AND C.CASE_NUM     = B.UNIQUENUM
                  AND A.AUDIT_CODE IN ('NC', 'CN', ' A')
                  AND A.AC_ID_NUMBER = C.CASENAME#IDNTITY
                  AND A.AUDIT_TIMESTAMP < B.AUDIT_TIMESTAMP
                  AND A.AUDIT_TIMESTAMP >=
                      B.AUDIT_TIMESTAMP - :WS-WINDOW-DAYS DAYS
                  AND NOT EXISTS
                      (SELECT 1 FROM FRAUD_HOLD H
                        WHERE H.CASE_NUM  = B.UNIQUENUM
                          AND H.RULE_CODE = 'BA'
                          AND H.TRIGGER_TIMESTAMP >=
                              B.AUDIT_TIMESTAMP)
                GROUP BY B.UNIQUENUM
                ORDER BY B.UNIQUENUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    RULE RP - A REFUND AWAITING APPROVAL OR DISBURSEMENT IS     *
      *    PAID TO THE CASE CONTACT (SEE CHKDISB).  WHEN THE CASE HAS  *
      *    REMITTED THROUGH THE LOCKBOX AND THE PAYEE APPEARS ON NONE  *
      *    OF THOSE REMITTANCES, THE PAYEE IS NOT THE REMITTER.  A     *
      *    CASE THAT HAS ONLY EVER PAID BY EFT HAS NO REMITTER NAME    *
      *    TO COMPARE AND IS LEFT TO RULES BA AND SA.                  *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE FFRFDCUR CURSOR FOR
               SELECT R.CASE_NUM,
                      CHAR(MAX(R.REQUEST_TIMESTAMP)),
                      C.CONTACT_NAME
                 FROM REFUND_REQUEST R, CASE_MASTER C
                WHERE R.REFUND_STATUS IN ('P', 'A')
                  AND C.CASE_NUM = R.CASE_NUM
                  AND EXISTS
                      (SELECT 1 FROM LOCKBOX_TRANS L
                        WHERE L.SCANLINE_CASE_NUM = R.CASE_NUM
                          AND L.PROCESS_STATUS    = 'A')
                  AND NOT EXISTS
                      (SELECT 1 FROM LOCKBOX_TRANS L
                        WHERE L.SCANLINE_CASE_NUM = R.CASE_NUM
                          AND L.PROCESS_STATUS    = 'A'
                          AND LOCATE(RTRIM(C.CONTACT_NAME),
                                     L.PAYOR_NAME) > 0)
                  AND NOT EXISTS
                      (SELECT 1 FROM FRAUD_HOLD H
                        WHERE H.CASE_NUM  = R.CASE_NUM
                          AND H.RULE_CODE = 'RP'
                          AND H.TRIGGER_TIMESTAMP >=
                              R.REQUEST_TIMESTAMP)
                GROUP BY R.CASE_NUM, C.CONTACT_NAME
                ORDER BY R.CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    RULE SA - EVERY CASE WHOSE EFT ACCOUNT WAS CHANGED WITHIN   *
      *    THE WINDOW TO AN ACCOUNT THAT AT LEAST 'SAME ACCT CASES'    *
      *    DIFFERENT CASES WERE CHANGED TO IN THE SAME WINDOW.         *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE FFACTCUR CURSOR FOR
               SELECT P.CASE_NUM,
                      CHAR(MAX(P.APPROVE_TIMESTAMP)),
                      P.NEW_VALUE
                 FROM PENDING_UPDATE P
                WHERE P.FIELD_NAME  = 'EFT_ACCT_NUM'
                  AND P.PEND_STATUS = 'A'
                  AND P.APPROVE_TIMESTAMP >=
                      CURRENT TIMESTAMP - :WS-WINDOW-DAYS DAYS
                  AND P.NEW_VALUE IN
                      (SELECT Q.NEW_VALUE FROM PENDING_UPDATE Q
                        WHERE Q.FIELD_NAME  = 'EFT_ACCT_NUM'
                          AND Q.PEND_STATUS = 'A'
                          AND Q.APPROVE_TIMESTAMP >=
                              CURRENT TIMESTAMP - :WS-WINDOW-DAYS DAYS
                        GROUP BY Q.NEW_VALUE
                       HAVING COUNT(DISTINCT Q.CASE_NUM) >=
                              :WS-SAME-ACCT-CASES)
                  AND NOT EXISTS
                      (SELECT 1 FROM FRAUD_HOLD H
                        WHERE H.CASE_NUM  = P.CASE_NUM
                          AND H.RULE_CODE = 'SA'
                          AND H.TRIGGER_TIMESTAMP >=
                              P.APPROVE_TIMESTAMP)
                GROUP BY P.CASE_NUM, P.NEW_VALUE
                ORDER BY P.NEW_VALUE, P.CASE_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'FRAUDFLG --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY FRAUDFLC.
           TITLE 'FRAUDFLG --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF FF-FUNCTION-CODE = 'X'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'FRAUDFLG' TO RL-PROGRAM-NAME
               MOVE 'Y'        TO RL-HOLD-CHECK
               EXEC CICS LINK
                         PROGRAM  ('RUNLOG')
                         COMMAREA (RUNLOG-COMM-AREA)
                         LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
           END-IF.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO FF-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO FF-RETURN-CODE.
           MOVE ZERO TO FF-BANK-HOLDS FF-REFUND-HOLDS FF-ACCOUNT-HOLDS
                        FF-HOLDS-PLACED.

           EVALUATE FF-FUNCTION-CODE
               WHEN 'X'
                   PERFORM P200000-RED-FLAG-SCAN THRU P200000-EXIT
               WHEN 'C'
                   PERFORM P600000-CLEAR-ONE-HOLD THRU P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO FF-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF FF-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF FF-FUNCTION-CODE = 'X'
               IF FF-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'FRAUDFLG' TO RL-PROGRAM-NAME
               MOVE FF-HOLDS-PLACED TO RL-RECORD-COUNT
               MOVE FF-RETURN-CODE TO RL-PROGRAM-RC
               EXEC CICS LINK
                         PROGRAM  ('RUNLOG')
                         COMMAREA (RUNLOG-COMM-AREA)
                         LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
           END-IF.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'FRAUDFLG --> RUN THE THREE RED-FLAG RULES'.
       P200000-RED-FLAG-SCAN SECTION.

           PERFORM P250000-READ-THE-RULES THRU P250000-EXIT.

           PERFORM P300000-BANK-AFTER-ADDRESS THRU P300000-EXIT.
           IF FF-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P400000-REFUND-PAYEE THRU P400000-EXIT.
           IF FF-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P500000-SHARED-ACCOUNT THRU P500000-EXIT.

           IF FF-HOLDS-PLACED = ZERO AND FF-RETURN-CODE = '00'
               MOVE '02' TO FF-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'FRAUDFLG --> THE RED-FLAG WINDOWS'.
       P250000-READ-THE-RULES SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'FRAUDFLG', EACH AS THREE DIGITS:             *
      *    'WINDOW DAYS'     - HOW CLOSE A BANK CHANGE MAY FOLLOW AN   *
      *                        ADDRESS OR CONTACT CHANGE, AND HOW FAR  *
      *                        BACK SHARED-ACCOUNT CHANGES ARE         *
      *                        COUNTED (DEFAULT 030);                  *
      *    'LOOKBACK DAYS'   - HOW FAR BACK EACH RUN LOOKS FOR BANK    *
      *                        CHANGES, SO A MISSED NIGHT IS CAUGHT    *
      *                        UP (DEFAULT 007);                       *
      *    'SAME ACCT CASES' - HOW MANY CASES CHANGED TO ONE ACCOUNT   *
      *                        RAISE THE FLAG (DEFAULT 002).           *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-WINDOW-DAYS     TO WS-WINDOW-DAYS.
           MOVE WS-DEFAULT-LOOKBACK-DAYS   TO WS-LOOKBACK-DAYS.
           MOVE WS-DEFAULT-SAME-ACCT-CASES TO WS-SAME-ACCT-CASES.

           MOVE 'WINDOW DAYS'     TO WS-RULE-NAME.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE WS-RULE-DIGITS-3    TO WS-WINDOW-DAYS.

           MOVE 'LOOKBACK DAYS'   TO WS-RULE-NAME.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE WS-RULE-DIGITS-3    TO WS-LOOKBACK-DAYS.

           MOVE 'SAME ACCT CASES' TO WS-RULE-NAME.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE WS-RULE-DIGITS-3    TO WS-SAME-ACCT-CASES.

      *    ONE CASE ON AN ACCOUNT IS NOT A PATTERN.
           IF WS-SAME-ACCT-CASES < 2
               MOVE 2 TO WS-SAME-ACCT-CASES.

       P250000-EXIT.
           EXIT.
           TITLE 'FRAUDFLG --> READ ONE PROGRAM_RULES ROW'.
       P260000-READ-ONE-RULE SECTION.

           MOVE SPACES TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'FRAUDFLG'
                  AND RULE        = :WS-RULE-NAME
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

       P260000-EXIT.
           EXIT.
           TITLE 'FRAUDFLG --> RULE BA - BANK CHANGE AFTER ADDRESS'.
       P300000-BANK-AFTER-ADDRESS SECTION.

           EXEC SQL
               OPEN FFBNKCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FF-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE 'N' TO WS-FLAG-EOF-SW.

           PERFORM P350000-ONE-BANK-HIT THRU P350000-EXIT
               UNTIL FLAG-EOF.

           EXEC SQL
               CLOSE FFBNKCUR
           END-EXEC.

       P300000-EXIT.
           EXIT.
       P350000-ONE-BANK-HIT SECTION.

           EXEC SQL
               FETCH FFBNKCUR
                 INTO :WS-CASE-NUM,
                      :WS-TRIGGER-TS,
                      :WS-GAP-DAYS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO FF-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-FLAG-EOF-SW
               GO TO P350000-EXIT.

           MOVE 'BA'        TO WS-RULE-CODE.
           MOVE WS-GAP-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES      TO WS-HOLD-DETAIL.
           STRING 'BANKING CHANGED' DELIMITED BY SIZE
                  WS-EDIT-DAYS      DELIMITED BY SIZE
                  ' DAYS AFTER AN ADDRESS/CONTACT CHANGE'
                                    DELIMITED BY SIZE
               INTO WS-HOLD-DETAIL
           END-STRING.

           PERFORM P700000-PLACE-THE-HOLD THRU P700000-EXIT.

           IF FF-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-FLAG-EOF-SW
               GO TO P350000-EXIT.

           ADD 1 TO FF-BANK-HOLDS.

       P350000-EXIT.
           EXIT.
           TITLE 'FRAUDFLG --> RULE RP - REFUND PAYEE NOT THE REMITTER'.
       P400000-REFUND-PAYEE SECTION.

           EXEC SQL
               OPEN FFRFDCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FF-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N' TO WS-FLAG-EOF-SW.

           PERFORM P450000-ONE-REFUND-HIT THRU P450000-EXIT
               UNTIL FLAG-EOF.

           EXEC SQL
               CLOSE FFRFDCUR
           END-EXEC.

       P400000-EXIT.
           EXIT.
       P450000-ONE-REFUND-HIT SECTION.

           EXEC SQL
               FETCH FFRFDCUR
                 INTO :WS-CASE-NUM,
                      :WS-TRIGGER-TS,
                      :WS-CONTACT-NAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO FF-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-FLAG-EOF-SW
               GO TO P450000-EXIT.

           MOVE 'RP'   TO WS-RULE-CODE.
           MOVE SPACES TO WS-HOLD-DETAIL.
           STRING 'REFUND PAYEE '      DELIMITED BY SIZE
                  WS-CONTACT-NAME      DELIMITED BY SIZE
                  ' NEVER REMITTED'    DELIMITED BY SIZE
               INTO WS-HOLD-DETAIL
           END-STRING.

           PERFORM P700000-PLACE-THE-HOLD THRU P700000-EXIT.

           IF FF-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-FLAG-EOF-SW
               GO TO P450000-EXIT.

           ADD 1 TO FF-REFUND-HOLDS.

       P450000-EXIT.
           EXIT.
           TITLE 'FRAUDFLG --> RULE SA - CASES CHANGED TO ONE ACCOUNT'.
       P500000-SHARED-ACCOUNT SECTION.

           EXEC SQL
               OPEN FFACTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FF-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-FLAG-EOF-SW.

           PERFORM P550000-ONE-ACCOUNT-HIT THRU P550000-EXIT
               UNTIL FLAG-EOF.

           EXEC SQL
               CLOSE FFACTCUR
           END-EXEC.

       P500000-EXIT.
           EXIT.
       P550000-ONE-ACCOUNT-HIT SECTION.

           EXEC SQL
               FETCH FFACTCUR
                 INTO :WS-CASE-NUM,
                      :WS-TRIGGER-TS,
                      :WS-NEW-ACCOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO FF-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-FLAG-EOF-SW
               GO TO P550000-EXIT.

      *    THE ACCOUNT NUMBER ITSELF STAYS OFF THE HOLD AND THE REPORT.
           MOVE 'SA'               TO WS-RULE-CODE.
           MOVE WS-WINDOW-DAYS     TO WS-EDIT-DAYS.
           MOVE SPACES             TO WS-HOLD-DETAIL.
           STRING 'EFT ACCOUNT SHARED WITH CASES CHANGED IN'
                                    DELIMITED BY SIZE
                  WS-EDIT-DAYS      DELIMITED BY SIZE
                  ' DAYS'           DELIMITED BY SIZE
               INTO WS-HOLD-DETAIL
           END-STRING.

           PERFORM P700000-PLACE-THE-HOLD THRU P700000-EXIT.

           IF FF-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-FLAG-EOF-SW
               GO TO P550000-EXIT.

           ADD 1 TO FF-ACCOUNT-HOLDS.

       P550000-EXIT.
           EXIT.
           TITLE 'FRAUDFLG --> REVIEWER CLEARS ONE HOLD'.
       P600000-CLEAR-ONE-HOLD SECTION.

           IF FF-CLEAR-NOTE = SPACES
               MOVE '04' TO FF-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'FRAUDFLG' TO SEC-RESOURCE-NAME.
           MOVE 'U'        TO SEC-FUNCTION-CODE.
           MOVE 'Y'        TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR SEC-RETURN-CODE NOT = 'A'
               MOVE '08' TO FF-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               UPDATE FRAUD_HOLD
                  SET HOLD_STATUS       = 'C',
                      CLEARED_LOGON     = :FF-OPERATOR-LOGON,
                      CLEARED_TIMESTAMP = CURRENT TIMESTAMP,
                      CLEARED_NOTE      = :FF-CLEAR-NOTE
                WHERE HOLD_ID     = :FF-HOLD-ID
                  AND HOLD_STATUS = 'H'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO FF-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO FF-RETURN-CODE
           END-EVALUATE.

       P600000-EXIT.
           EXIT.
           TITLE 'FRAUDFLG --> PUT ONE HIT ON FRAUD_HOLD'.
       P700000-PLACE-THE-HOLD SECTION.

           EXEC SQL
               SELECT NEXT VALUE FOR FRAUD_HOLD_SEQ
                 INTO :FRH-HOLD-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FF-RETURN-CODE
               GO TO P700000-EXIT.

           EXEC SQL
               INSERT INTO FRAUD_HOLD
                      ( HOLD_ID,
                        CASE_NUM,
                        RULE_CODE,
                        TRIGGER_TIMESTAMP,
                        HOLD_DETAIL,
                        HOLD_STATUS,
                        FLAGGED_TIMESTAMP,
                        CLEARED_LOGON,
                        CLEARED_TIMESTAMP,
                        CLEARED_NOTE )
               VALUES ( :FRH-HOLD-ID,
                        :WS-CASE-NUM,
                        :WS-RULE-CODE,
                        TIMESTAMP(:WS-TRIGGER-TS),
                        :WS-HOLD-DETAIL,
                        'H',
                        CURRENT TIMESTAMP,
                        ' ',
                        NULL,
                        ' ' )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FF-RETURN-CODE
               GO TO P700000-EXIT.

           ADD 1 TO FF-HOLDS-PLACED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '          DELIMITED BY SIZE
                  WS-CASE-NUM      DELIMITED BY SIZE
                  '  RULE '        DELIMITED BY SIZE
                  WS-RULE-CODE     DELIMITED BY SIZE
                  '  HELD - '      DELIMITED BY SIZE
                  WS-HOLD-DETAIL   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P700000-EXIT.
           EXIT.
           TITLE 'FRAUDFLG --> WRITE ONE LINE TO FRDR'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('FRDR')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
