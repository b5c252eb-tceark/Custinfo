       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BADDEBT.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: BADDEBT                                         *
      *  PROGRAM TEXT:  BAD-DEBT WRITE-OFF AND COLLECTION-AGENCY        *
      *                 PLACEMENT.  TERMINATED CASES USED TO KEEP THEIR *
      *                 BILLED, EMPLOYEE-ADD, HCC AND UNPAID-ADVANCE    *
      *                 BALANCES ON ARAGING FOREVER.  FUNCTION 'W' KEYS *
      *                 A WRITE-OFF OF EVERYTHING A TERMINATED CASE     *
      *                 STILL OWES AND HANDS IT TO DUALAPPR, WHICH      *
      *                 TIERS IT BY DOLLARS: A SMALL ONE POSTS AT ONCE, *
      *                 A LARGER ONE WAITS FOR A SECOND APPROVER, WHO   *
      *                 POSTS IT THROUGH 'P'.  'P' RE-TOTALS THE CASE   *
      *                 AND REFUSES IF THE BALANCES MOVED SINCE KEYING. *
      *                 'A' SENDS THE WRITTEN-OFF BALANCES AT OR OVER   *
      *                 PROGRAM_RULES 'PLACEMENT MIN' TO THE COLLECTION *
      *                 AGENCY ON THE BDPL TDQ.  'R' WORKS THE AGENCY   *
      *                 RECOVERY FILE ONCE FILECTL HAS PROVED IT,       *
      *                 REVERSING THAT MUCH OF THE WRITE-OFF ONTO THE   *
      *                 CASE AS CASH RECEIVED.  GLEXTRCT JOURNALS THE   *
      *                 WRITE-OFFS, THE RECOVERIES AND THE AGENCY FEES. *
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
       77  WS-DEFAULT-PLACEMENT-MIN    PIC S9(7)V99 COMP-3
                                                  VALUE 100.00.
       77  WS-DEFAULT-AGENCY           PIC X(8)  VALUE 'COLLECT '.

       01  WS-GATE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-GATE-DATE-IND             PIC S9(4) COMP VALUE ZERO.

       01  FILECTL-COMM-AREA.
           COPY FILECTLC.

       01  DUAL-COMM-AREA.
           COPY DUALAPPC.

       01  WS-PLACE-EOF-SW              PIC X     VALUE 'N'.
           88  PLACE-EOF                VALUE 'Y'.
       01  WS-RECOVERY-EOF-SW           PIC X     VALUE 'N'.
           88  RECOVERY-EOF             VALUE 'Y'.

       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-ACTIVE-CODE               PIC X(2)  VALUE SPACES.
       01  WS-BILLED-BAL                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-EMPADD-BAL                PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-HCC-BAL                   PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-UNP-ADV-BAL               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CASE-TOTAL                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PENDING-COUNT             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-PLACEMENT-MIN             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-RULE-DIGITS-7             PIC 9(7)  VALUE ZERO.
       01  WS-AGENCY-CODE               PIC X(8)  VALUE SPACES.
       01  WS-WRITEOFF-DATE             PIC X(10) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
       01  WS-EDIT-ID                   PIC 9(9)  VALUE ZERO.
       01  WS-EDIT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.

       01  WS-DEBTOR.
           05  WS-DEBTOR-NAME           PIC X(30).
           05  WS-DEBTOR-ADDRESS        PIC X(30).
           05  WS-DEBTOR-CITY           PIC X(30).
           05  WS-DEBTOR-STATE          PIC X(2).
           05  WS-DEBTOR-ZIP            PIC X(5).

      *----------------------------------------------------------------*
      *    COLLECTION-AGENCY PLACEMENT RECORD - ONE HEADER, ONE        *
      *    DETAIL PER WRITE-OFF PLACED, ONE TRAILER - TO THE BDPL TDQ. *
      *----------------------------------------------------------------*
       01  WS-PLACE-REC.
           05  WS-PLC-REC-TYPE          PIC X(1).
               88  WS-PLC-HEADER-REC    VALUE 'H'.
               88  WS-PLC-DETAIL-REC    VALUE 'D'.
               88  WS-PLC-TRAILER-REC   VALUE 'T'.
           05  WS-PLC-AGENCY            PIC X(8).
           05  WS-PLC-BODY              PIC X(150).
           05  WS-PLC-HEADER REDEFINES WS-PLC-BODY.
               10  WS-PLH-RUN-DATE      PIC X(10).
               10  WS-PLH-PLACEMENT-MIN PIC 9(7).99.
               10  FILLER               PIC X(130).
           05  WS-PLC-DETAIL REDEFINES WS-PLC-BODY.
               10  WS-PLD-WRITEOFF-ID   PIC 9(9).
               10  WS-PLD-CASE-NUM      PIC X(6).
               10  WS-PLD-IDNTITY       PIC X(8).
               10  WS-PLD-DEBTOR-NAME   PIC X(30).
               10  WS-PLD-ADDRESS       PIC X(30).
               10  WS-PLD-CITY          PIC X(30).
               10  WS-PLD-STATE         PIC X(2).
               10  WS-PLD-ZIP           PIC X(5).
               10  WS-PLD-WRITEOFF-DATE PIC X(10).
               10  WS-PLD-AMOUNT        PIC -9(9).99.
               10  FILLER               PIC X(7).
           05  WS-PLC-TRAILER REDEFINES WS-PLC-BODY.
               10  WS-PLT-COUNT         PIC 9(7).
               10  WS-PLT-AMOUNT        PIC -9(9).99.
               10  FILLER               PIC X(130).

       01  WS-REPORT-LINE               PIC X(90) VALUE SPACES.

           COPY BDWROFF.
           COPY AGYRECOV.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    WRITE-OFFS AT OR OVER THE PLACEMENT MINIMUM NOT YET WITH    *
      *    THE AGENCY.  THE NAME TABLE IS OUTER-JOINED SO A MISSING    *
      *    ADDRESS STILL PLACES - THE AGENCY SKIP-TRACES IT.           *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE BDPLCCUR CURSOR FOR
               SELECT W.WRITEOFF_ID,
                      W.CASE_NUM,
                      W.CASENAME#IDNTITY,
                      W.WRITEOFF_AMOUNT,
                      CHAR(DATE(W.WRITEOFF_TIMESTAMP), ISO),
                      VALUE(N.COMPANY_NAME, ' '),
                      VALUE(N.ADDRESS1, ' '),
                      VALUE(N.CITY, ' '),
                      VALUE(N.STATE, ' '),
                      VALUE(N.ZIP, ' ')
                 FROM BAD_DEBT_WRITEOFF W
                 LEFT OUTER JOIN CASENAME N
                   ON N.IDNTITY = W.CASENAME#IDNTITY
                WHERE W.WO_STATUS       = 'W'
                  AND W.WRITEOFF_AMOUNT >= :WS-PLACEMENT-MIN
                ORDER BY W.WRITEOFF_ID
           END-EXEC.

           EXEC SQL DECLARE BDRCVCUR CURSOR FOR
               SELECT AGENCY_CODE,
                      CHAR(RECOVERY_DATE, ISO),
                      AGENCY_REF_NUM,
                      WRITEOFF_ID,
                      CASE_NUM,
                      GROSS_AMOUNT,
                      FEE_AMOUNT
                 FROM AGENCY_RECOVERY_STAGE
                WHERE PROCESS_STATUS = 'P'
                ORDER BY AGENCY_CODE, AGENCY_REF_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'BADDEBT --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY BADDEBTC.
           TITLE 'BADDEBT --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF BD-FUNCTION-CODE = 'A' OR 'R'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'BADDEBT ' TO RL-PROGRAM-NAME
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
               MOVE '20' TO BD-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO BD-RETURN-CODE.
           MOVE ZERO TO BD-ROWS-READ BD-PLACED-COUNT BD-PLACED-AMOUNT
                        BD-RECOVERIES-POSTED BD-RECOVERED-AMOUNT
                        BD-RECOVERIES-UNMATCHED.

           EVALUATE BD-FUNCTION-CODE
               WHEN 'W'
                   MOVE ZERO TO BD-WRITEOFF-ID BD-WRITEOFF-AMOUNT
                   PERFORM P200000-WRITE-OFF-A-CASE THRU P200000-EXIT
               WHEN 'P'
                   MOVE ZERO TO BD-WRITEOFF-AMOUNT
                   PERFORM P300000-POST-THE-WRITEOFF THRU P300000-EXIT
               WHEN 'A'
                   PERFORM P400000-AGENCY-PLACEMENT THRU P400000-EXIT
               WHEN 'R'
                   PERFORM P500000-POST-RECOVERIES THRU P500000-EXIT
               WHEN OTHER
                   MOVE '01' TO BD-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF BD-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF BD-FUNCTION-CODE = 'A' OR 'R'
               IF BD-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'BADDEBT ' TO RL-PROGRAM-NAME
               MOVE BD-ROWS-READ   TO RL-RECORD-COUNT
               MOVE BD-RETURN-CODE TO RL-PROGRAM-RC
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
           TITLE 'BADDEBT --> KEY A WRITE-OFF FOR ONE CASE'.
       P200000-WRITE-OFF-A-CASE SECTION.

           MOVE BD-CASE-NUM TO WS-CASE-NUM.
           PERFORM P250000-READ-CASE-BALANCES THRU P250000-EXIT.

           IF BD-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

      *    ONLY A TERMINATED CASE IS WRITTEN OFF - AN IN-FORCE OR
      *    GRACE CASE IS STILL BEING BILLED AND COLLECTED.
           IF WS-ACTIVE-CODE = 'CM' OR ' P'
               MOVE '04' TO BD-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-CASE-TOTAL NOT > ZERO
               MOVE '02' TO BD-RETURN-CODE
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    A KEYED WRITE-OFF WHOSE DUALAPPR ITEM IS NO LONGER PENDING  *
      *    WAS REJECTED - RETIRE IT SO THE CASE CAN BE KEYED AGAIN.    *
      *    ONE STILL PENDING BLOCKS A SECOND.                          *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE BAD_DEBT_WRITEOFF W
                  SET WO_STATUS = 'R'
                WHERE W.CASE_NUM  = :WS-CASE-NUM
                  AND W.WO_STATUS = 'P'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM PENDING_UPDATE P
                        WHERE P.CASE_NUM    = W.CASE_NUM
                          AND P.FIELD_NAME  = 'BAD_DEBT_WRITEOFF'
                          AND P.PEND_STATUS = 'P')
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO BD-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PENDING-COUNT
                 FROM BAD_DEBT_WRITEOFF
                WHERE CASE_NUM  = :WS-CASE-NUM
                  AND WO_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-PENDING-COUNT > ZERO
               MOVE '03' TO BD-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               SELECT NEXT VALUE FOR BAD_DEBT_WRITEOFF_SEQ
                 INTO :BD-WRITEOFF-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               INSERT INTO BAD_DEBT_WRITEOFF
                      ( WRITEOFF_ID,
                        CASE_NUM,
                        CASENAME#IDNTITY,
                        TRUST_CODE,
                        CARRIER_CODE,
                        BILLED_AMOUNT,
                        EMPADD_CHRG_AMOUNT,
                        HCC_CHARGES_AMOUNT,
                        UNP_ADV_AMOUNT,
                        WRITEOFF_AMOUNT,
                        WO_STATUS,
                        KEYED_LOGON,
                        KEYED_TIMESTAMP,
                        APPROVE_LOGON,
                        WRITEOFF_TIMESTAMP,
                        AGENCY_CODE,
                        PLACED_DATE,
                        RECOVERED_AMOUNT,
                        AGENCY_FEE_AMOUNT,
                        LAST_RECOVERY_DATE )
               VALUES ( :BD-WRITEOFF-ID,
                        :WS-CASE-NUM,
                        :BDW-CASE-IDNTITY,
                        :BDW-TRUST-CODE,
                        :BDW-CARRIER-CODE,
                        :WS-BILLED-BAL,
                        :WS-EMPADD-BAL,
                        :WS-HCC-BAL,
                        :WS-UNP-ADV-BAL,
                        :WS-CASE-TOTAL,
                        'P',
                        :BD-OPERATOR-LOGON,
                        CURRENT TIMESTAMP,
                        ' ',
                        NULL,
                        ' ',
                        NULL,
                        0,
                        0,
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE WS-CASE-TOTAL TO BD-WRITEOFF-AMOUNT.

      *----------------------------------------------------------------*
      *    DUALAPPR TIERS THE AMOUNT: UNDER ITS FIRST TIER IT COMES    *
      *    BACK 00 AND THE WRITE-OFF POSTS HERE ON THE KEYING          *
      *    OPERATOR ALONE; OVER IT THE ITEM WAITS (05) FOR A SECOND    *
      *    APPROVER, WHO POSTS IT THROUGH FUNCTION 'P'.                *
      *----------------------------------------------------------------*
           MOVE BD-WRITEOFF-ID       TO WS-EDIT-ID.
           MOVE SPACES               TO DUAL-COMM-AREA.
           MOVE 'C'                  TO DA-FUNCTION-CODE.
           MOVE WS-CASE-NUM          TO DA-CASE-NUM.
           MOVE 'BAD_DEBT_WRITEOFF'  TO DA-FIELD-NAME.
           MOVE WS-EDIT-ID           TO DA-NEW-VALUE.
           MOVE BD-OPERATOR-INITIALS TO DA-OPERATOR-INITIALS.
           MOVE BD-OPERATOR-LOGON    TO DA-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DUALAPPR')
                     COMMAREA (DUAL-COMM-AREA)
                     LENGTH   (LENGTH OF DUAL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO BD-RETURN-CODE
               GO TO P200000-EXIT.

           EVALUATE DA-RETURN-CODE
               WHEN '05'
                   MOVE '05' TO BD-RETURN-CODE
               WHEN '00'
                   PERFORM P300000-POST-THE-WRITEOFF THRU P300000-EXIT
               WHEN OTHER
                   MOVE '12' TO BD-RETURN-CODE
           END-EVALUATE.

       P200000-EXIT.
           EXIT.
           TITLE 'BADDEBT --> THE CASE OPEN BALANCES'.
       P250000-READ-CASE-BALANCES SECTION.

      *----------------------------------------------------------------*
      *    THE THREE CYCLE BUCKETS ARE ADDED THE WAY ARAGING ADDS      *
      *    THEM.  A CREDIT IN ONE BUCKET NETS AGAINST THE OTHERS.      *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT CASENAME#IDNTITY,
                      TRUST_CODE,
                      CARRIER_CODE,
                      ACTIVE_CODE,
                      CYCLE_CURR_BAL + CYCLE_30DAY_BAL
                                     + PREV_30DAY_BAL,
                      UNCOLL_EMPADD_CHRG,
                      UNCOLL_HCC_CHARGES,
                      LIFE_DUE_UNP_ADV  + DLIFE_DUE_UNP_ADV
                    + OTHER_DUE_UNP_ADV + DISAB_DUE_UNP_ADV
                    + LTD_DUE_UNP_ADV   + HLTH_DUE_UNP_ADV
                    + DENTAL_DUE_UNP_ADV + PCS_DUE_UNP_ADV
                 INTO :BDW-CASE-IDNTITY,
                      :BDW-TRUST-CODE,
                      :BDW-CARRIER-CODE,
                      :WS-ACTIVE-CODE,
                      :WS-BILLED-BAL,
                      :WS-EMPADD-BAL,
                      :WS-HCC-BAL,
                      :WS-UNP-ADV-BAL
                 FROM CASE_MASTER
                WHERE CASE_NUM = :WS-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO BD-RETURN-CODE
               GO TO P250000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P250000-EXIT.

           COMPUTE WS-CASE-TOTAL = WS-BILLED-BAL + WS-EMPADD-BAL
                                 + WS-HCC-BAL + WS-UNP-ADV-BAL.

       P250000-EXIT.
           EXIT.
           TITLE 'BADDEBT --> POST AN APPROVED WRITE-OFF'.
       P300000-POST-THE-WRITEOFF SECTION.

           EXEC SQL
               SELECT CASE_NUM,
                      WRITEOFF_AMOUNT
                 INTO :BDW-CASE-NUM,
                      :BDW-WRITEOFF-AMOUNT
                 FROM BAD_DEBT_WRITEOFF
                WHERE WRITEOFF_ID = :BD-WRITEOFF-ID
                  AND WO_STATUS   = 'P'
           END-EXEC.

           IF SQLCODE = +100
               MOVE '03' TO BD-RETURN-CODE
               GO TO P300000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P300000-EXIT.

      *    CASH OR A BILL SINCE THE WRITE-OFF WAS KEYED MEANS THE
      *    APPROVER WOULD BE SIGNING FOR A DIFFERENT NUMBER.
           MOVE BDW-CASE-NUM TO WS-CASE-NUM.
           PERFORM P250000-READ-CASE-BALANCES THRU P250000-EXIT.

           IF BD-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           IF WS-CASE-TOTAL NOT = BDW-WRITEOFF-AMOUNT
               MOVE '06' TO BD-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               UPDATE CASE_MASTER
                  SET CYCLE_CURR_BAL     = 0,
                      CYCLE_30DAY_BAL    = 0,
                      PREV_30DAY_BAL     = 0,
                      UNCOLL_EMPADD_CHRG = 0,
                      UNCOLL_HCC_CHARGES = 0,
                      LIFE_DUE_UNP_ADV   = 0,
                      DLIFE_DUE_UNP_ADV  = 0,
                      OTHER_DUE_UNP_ADV  = 0,
                      DISAB_DUE_UNP_ADV  = 0,
                      LTD_DUE_UNP_ADV    = 0,
                      HLTH_DUE_UNP_ADV   = 0,
                      DENTAL_DUE_UNP_ADV = 0,
                      PCS_DUE_UNP_ADV    = 0,
                      ACCT_RECONCILED    = 'N'
                WHERE CASE_NUM = :WS-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               UPDATE BAD_DEBT_WRITEOFF
                  SET WO_STATUS          = 'W',
                      APPROVE_LOGON      = :BD-OPERATOR-LOGON,
                      WRITEOFF_TIMESTAMP = CURRENT TIMESTAMP
                WHERE WRITEOFF_ID = :BD-WRITEOFF-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE BDW-WRITEOFF-AMOUNT TO BD-WRITEOFF-AMOUNT.

       P300000-EXIT.
           EXIT.
           TITLE 'BADDEBT --> COLLECTION-AGENCY PLACEMENT FILE'.
       P400000-AGENCY-PLACEMENT SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'BADDEBT': 'PLACEMENT MIN' AS SEVEN DIGITS    *
      *    WITH PENNIES IMPLIED (DEFAULT 100.00) AND 'AGENCY CODE'.    *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-PLACEMENT-MIN TO WS-PLACEMENT-MIN.
           MOVE WS-DEFAULT-AGENCY        TO WS-AGENCY-CODE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'BADDEBT'
                  AND RULE        = 'PLACEMENT MIN'
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:7) IS NUMERIC
               MOVE PR-RULE-VALUE (1:7) TO WS-RULE-DIGITS-7
               COMPUTE WS-PLACEMENT-MIN = WS-RULE-DIGITS-7 / 100
           END-IF.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'BADDEBT'
                  AND RULE        = 'AGENCY CODE'
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE NOT = SPACES
               MOVE PR-RULE-VALUE (1:8) TO WS-AGENCY-CODE.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-RUN-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES           TO WS-PLACE-REC.
           MOVE 'H'              TO WS-PLC-REC-TYPE.
           MOVE WS-AGENCY-CODE   TO WS-PLC-AGENCY.
           MOVE WS-RUN-DATE      TO WS-PLH-RUN-DATE.
           MOVE WS-PLACEMENT-MIN TO WS-PLH-PLACEMENT-MIN.
           PERFORM P800000-WRITE-PLACEMENT THRU P800000-EXIT.

           EXEC SQL
               OPEN BDPLCCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N' TO WS-PLACE-EOF-SW.

           PERFORM P450000-PLACE-ONE-WRITEOFF THRU P450000-EXIT
               UNTIL PLACE-EOF.

           EXEC SQL
               CLOSE BDPLCCUR
           END-EXEC.

           IF BD-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           MOVE SPACES           TO WS-PLACE-REC.
           MOVE 'T'              TO WS-PLC-REC-TYPE.
           MOVE WS-AGENCY-CODE   TO WS-PLC-AGENCY.
           MOVE BD-PLACED-COUNT  TO WS-PLT-COUNT.
           MOVE BD-PLACED-AMOUNT TO WS-PLT-AMOUNT.
           PERFORM P800000-WRITE-PLACEMENT THRU P800000-EXIT.

       P400000-EXIT.
           EXIT.
       P450000-PLACE-ONE-WRITEOFF SECTION.

           EXEC SQL
               FETCH BDPLCCUR
                 INTO :BDW-WRITEOFF-ID,
                      :BDW-CASE-NUM,
                      :BDW-CASE-IDNTITY,
                      :BDW-WRITEOFF-AMOUNT,
                      :WS-WRITEOFF-DATE,
                      :WS-DEBTOR-NAME,
                      :WS-DEBTOR-ADDRESS,
                      :WS-DEBTOR-CITY,
                      :WS-DEBTOR-STATE,
                      :WS-DEBTOR-ZIP
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO BD-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-PLACE-EOF-SW
               GO TO P450000-EXIT.

           ADD 1 TO BD-ROWS-READ.

           EXEC SQL
               UPDATE BAD_DEBT_WRITEOFF
                  SET WO_STATUS   = 'A',
                      AGENCY_CODE = :WS-AGENCY-CODE,
                      PLACED_DATE = CURRENT DATE
                WHERE WRITEOFF_ID = :BDW-WRITEOFF-ID
                  AND WO_STATUS   = 'W'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               MOVE 'Y'  TO WS-PLACE-EOF-SW
               GO TO P450000-EXIT.

           ADD 1                   TO BD-PLACED-COUNT.
           ADD BDW-WRITEOFF-AMOUNT TO BD-PLACED-AMOUNT.

           MOVE SPACES              TO WS-PLACE-REC.
           MOVE 'D'                 TO WS-PLC-REC-TYPE.
           MOVE WS-AGENCY-CODE      TO WS-PLC-AGENCY.
           MOVE BDW-WRITEOFF-ID     TO WS-PLD-WRITEOFF-ID.
           MOVE BDW-CASE-NUM        TO WS-PLD-CASE-NUM.
           MOVE BDW-CASE-IDNTITY    TO WS-PLD-IDNTITY.
           MOVE WS-DEBTOR-NAME      TO WS-PLD-DEBTOR-NAME.
           MOVE WS-DEBTOR-ADDRESS   TO WS-PLD-ADDRESS.
           MOVE WS-DEBTOR-CITY      TO WS-PLD-CITY.
           MOVE WS-DEBTOR-STATE     TO WS-PLD-STATE.
           MOVE WS-DEBTOR-ZIP       TO WS-PLD-ZIP.
           MOVE WS-WRITEOFF-DATE    TO WS-PLD-WRITEOFF-DATE.
           MOVE BDW-WRITEOFF-AMOUNT TO WS-PLD-AMOUNT.
           PERFORM P800000-WRITE-PLACEMENT THRU P800000-EXIT.

       P450000-EXIT.
           EXIT.
           TITLE 'BADDEBT --> POST THE AGENCY RECOVERY FILE'.
       P500000-POST-RECOVERIES SECTION.

      *----------------------------------------------------------------*
      *    THE COMMON FILECTL CONTROL GATE, KEYED BY THE LATEST        *
      *    CONTROL RECORD FOR THE TYPE.  NO CONTROL RECORD AT ALL      *
      *    MEANS NOBODY PROVED THE FILE WHOLE - HOLD.                  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-GATE-DATE-IND.
           EXEC SQL
               SELECT CHAR(MAX(FILE_DATE), ISO)
                 INTO :WS-GATE-DATE :WS-GATE-DATE-IND
                 FROM FILE_CONTROL_LOG
                WHERE FILE_TYPE = 'AGYRECOV'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P500000-EXIT.

           IF WS-GATE-DATE-IND < ZERO
               MOVE '08' TO BD-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE SPACES       TO FILECTL-COMM-AREA.
           MOVE 'C'          TO FC-FUNCTION-CODE.
           MOVE 'AGYRECOV'   TO FC-FILE-TYPE.
           MOVE WS-GATE-DATE TO FC-FILE-DATE.

           EXEC CICS LINK
                     PROGRAM  ('FILECTL')
                     COMMAREA (FILECTL-COMM-AREA)
                     LENGTH   (LENGTH OF FILECTL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF FC-RETURN-CODE = '08'
               MOVE '08' TO BD-RETURN-CODE
               GO TO P500000-EXIT.

           EXEC SQL
               OPEN BDRCVCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-RECOVERY-EOF-SW.

           PERFORM P550000-POST-ONE-RECOVERY THRU P550000-EXIT
               UNTIL RECOVERY-EOF.

           EXEC SQL
               CLOSE BDRCVCUR
           END-EXEC.

       P500000-EXIT.
           EXIT.
           TITLE 'BADDEBT --> POST ONE RECOVERY'.
       P550000-POST-ONE-RECOVERY SECTION.

           EXEC SQL
               FETCH BDRCVCUR
                 INTO :AGR-AGENCY-CODE,
                      :AGR-RECOVERY-DATE,
                      :AGR-AGENCY-REF,
                      :AGR-WRITEOFF-ID,
                      :AGR-CASE-NUM,
                      :AGR-GROSS-AMOUNT,
                      :AGR-FEE-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO BD-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RECOVERY-EOF-SW
               GO TO P550000-EXIT.

           ADD 1 TO BD-ROWS-READ.

      *    A RECOVERY MUST NAME A WRITE-OFF WE PLACED, ON ITS CASE.
           EXEC SQL
               SELECT WRITEOFF_AMOUNT
                 INTO :BDW-WRITEOFF-AMOUNT
                 FROM BAD_DEBT_WRITEOFF
                WHERE WRITEOFF_ID = :AGR-WRITEOFF-ID
                  AND CASE_NUM    = :AGR-CASE-NUM
                  AND WO_STATUS IN ('A', 'C')
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'E' TO AGR-PROCESS-STATUS
               PERFORM P600000-STAMP-THE-ROW THRU P600000-EXIT
               ADD 1 TO BD-RECOVERIES-UNMATCHED
               MOVE AGR-WRITEOFF-ID TO WS-EDIT-ID
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO PLACEMENT  AGENCY ' DELIMITED BY SIZE
                      AGR-AGENCY-CODE         DELIMITED BY SIZE
                      ' REF '                 DELIMITED BY SIZE
                      AGR-AGENCY-REF          DELIMITED BY SIZE
                      ' WRITE-OFF '           DELIMITED BY SIZE
                      WS-EDIT-ID              DELIMITED BY SIZE
                      ' CASE '                DELIMITED BY SIZE
                      AGR-CASE-NUM            DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT
               GO TO P550000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               MOVE 'Y'  TO WS-RECOVERY-EOF-SW
               GO TO P550000-EXIT.

      *----------------------------------------------------------------*
      *    THE RECOVERY REVERSES THAT MUCH OF THE WRITE-OFF - THE      *
      *    RECEIVABLE COMES BACK AND THE CASH TAKES IT STRAIGHT OFF    *
      *    AGAIN - SO THE CASE SHOWS THE CASH RECEIVED WHILE ITS       *
      *    BALANCES STAY AT ZERO.  GLEXTRCT JOURNALS THE REVERSAL.     *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE BAD_DEBT_WRITEOFF
                  SET RECOVERED_AMOUNT   = RECOVERED_AMOUNT
                                         + :AGR-GROSS-AMOUNT,
                      AGENCY_FEE_AMOUNT  = AGENCY_FEE_AMOUNT
                                         + :AGR-FEE-AMOUNT,
                      LAST_RECOVERY_DATE = DATE(:AGR-RECOVERY-DATE),
                      WO_STATUS          = CASE
                          WHEN RECOVERED_AMOUNT + :AGR-GROSS-AMOUNT
                               >= WRITEOFF_AMOUNT THEN 'C'
                          ELSE WO_STATUS END
                WHERE WRITEOFF_ID = :AGR-WRITEOFF-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               MOVE 'Y'  TO WS-RECOVERY-EOF-SW
               GO TO P550000-EXIT.

           EXEC SQL
               UPDATE CASE_MASTER
                  SET CYCLE_CASH_RECVD = CYCLE_CASH_RECVD
                                         + :AGR-GROSS-AMOUNT,
                      ACCT_RECONCILED  = 'N'
                WHERE CASE_NUM = :AGR-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               MOVE 'Y'  TO WS-RECOVERY-EOF-SW
               GO TO P550000-EXIT.

           MOVE 'A' TO AGR-PROCESS-STATUS.
           PERFORM P600000-STAMP-THE-ROW THRU P600000-EXIT.

           IF BD-RETURN-CODE NOT = '00'
               GO TO P550000-EXIT.

           ADD 1                TO BD-RECOVERIES-POSTED.
           ADD AGR-GROSS-AMOUNT TO BD-RECOVERED-AMOUNT.

           MOVE AGR-WRITEOFF-ID  TO WS-EDIT-ID.
           MOVE AGR-GROSS-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RECOVERED     CASE '   DELIMITED BY SIZE
                  AGR-CASE-NUM            DELIMITED BY SIZE
                  ' WRITE-OFF '           DELIMITED BY SIZE
                  WS-EDIT-ID              DELIMITED BY SIZE
                  ' GROSS '               DELIMITED BY SIZE
                  WS-EDIT-AMOUNT          DELIMITED BY SIZE
                  ' AGENCY '              DELIMITED BY SIZE
                  AGR-AGENCY-CODE         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'BADDEBT --> STAMP ONE STAGED RECOVERY'.
       P600000-STAMP-THE-ROW SECTION.

           EXEC SQL
               UPDATE AGENCY_RECOVERY_STAGE
                  SET PROCESS_STATUS    = :AGR-PROCESS-STATUS,
                      PROCESS_TIMESTAMP = CURRENT TIMESTAMP
                WHERE AGENCY_CODE    = :AGR-AGENCY-CODE
                  AND AGENCY_REF_NUM = :AGR-AGENCY-REF
                  AND PROCESS_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BD-RETURN-CODE
               MOVE 'Y'  TO WS-RECOVERY-EOF-SW.

       P600000-EXIT.
           EXIT.
           TITLE 'BADDEBT --> WRITE ONE RECORD TO BDPL'.
       P800000-WRITE-PLACEMENT SECTION.

           EXEC CICS WRITEQ TD QUEUE ('BDPL')
                     FROM    (WS-PLACE-REC)
                     LENGTH  (LENGTH OF WS-PLACE-REC)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P800000-EXIT.
           EXIT.
           TITLE 'BADDEBT --> WRITE ONE LINE TO BDRR'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('BDRR')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
