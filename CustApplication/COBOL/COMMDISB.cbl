      *                   BROKER'S SPLIT SHARES JOIN THE COLLECTED      *
      *                   PREMIUM AND SPLIT CASES LEAVE THE             *
      *                   WHOLE-BOOK AGENCY DERIVATION.                 *
      *  10/15/26   TGW   WALK EACH WRITING AGENT'S                     *
      *                   GA/MANAGER/DISTRICT/REGION HIERARCHY AGAINST  *
      *                   COMM_OVERRIDE_SCHED: OVERRIDES ARE EARNED ON  *
      *                   VESTED COMMISSION AND ADVANCES, ROLLED BACK   *
      *                   IN PROPORTION TO RECOUPMENT, AND PAID NET TO  *
      *                   EACH UPLINE WITH OVERRIDE LINES ON CMDB.      *
      *  10/15/26   TGW   PAY A TERMINATED BROKER'S BOOK (BROKER        *
      *                   END_DATE REACHED) AT THE VESTED PERCENTAGE    *
      *                   UNTIL VESTING_END_DATE AND NOTHING AFTER.     *
      *  10/15/26   TGW   LEAVE CASES ON A BROKER SERVICE FEE OUT OF    *
      *                   THE BROKER'S COMMISSION AND PASS THE          *
      *                   COLLECTED SERVICE FEES THROUGH ON THE         *
      *                   PAYMENT, STAMPING PASSED_THRU_MONTH.          *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'C' RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
                                                  VALUE ZERO.
       01  WS-SPLIT-PREM                PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
       01  WS-FEES-PASSED               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GROSS-COMM                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-VESTED-COMM               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RECOUP-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ADV-ROW-COUNT             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-FULLY-VESTED-SW           PIC X     VALUE 'N'.
           88  FULLY-VESTED             VALUE 'Y'.
       01  WS-TERMINATED-SW             PIC X     VALUE 'N'.
           88  CONTRACT-TERMINATED      VALUE 'Y'.

       01  WS-OVR-PAY-EOF-SW            PIC X     VALUE 'N'.
           88  OVR-PAY-CURSOR-EOF       VALUE 'Y'.
       01  WS-HIER-LEVEL                PIC X     VALUE SPACE.
       01  WS-HIER-CODE                 PIC X(7)  VALUE SPACES.
       01  WS-OVR-ENTRY-TYPE            PIC X     VALUE SPACE.
           88  OVR-EARNED-ON-CYCLE      VALUE 'E'.
           88  OVR-EARNED-ON-ADVANCE    VALUE 'A'.
           88  OVR-ROLLBACK             VALUE 'R'.
       01  WS-OVR-BASE-COMM             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-OVR-AMOUNT                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-OVR-PAY-BROKER            PIC X(9)  VALUE SPACES.
       01  WS-OVR-PAY-AMOUNT            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-OVR-WITHHOLD              PIC X     VALUE SPACE.

       01  WS-DISBURSE-LINE             PIC X(90) VALUE SPACES.
       01  WS-EDIT-NET                  PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-RECOUP               PIC ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-OVERRIDE             PIC ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-FEES                 PIC ZZZ,ZZ9.99- VALUE ZERO.

           COPY CASEMAST.
           COPY BROKER.
           COPY BORCHNG.
           COPY CMPAYLOG.
           COPY COMSPLIT.
           COPY CMOVRSCH.
           COPY CMOVRERN.
           COPY FEESCHED.
           COPY SVCFEE.

           EXEC SQL
               INCLUDE SQLCA
                      VESTING_PERCENT,
                      VESTING_END_DATE,
                      RECOUP_PERCENT,
                      GA_COMM_PERCENTAGE,
                      GENERAL_AGENT_NUM,
                      MANAGER_CODE,
                      DISTRICT_NUM,
                      REGION_NUM,
                      END_DATE
                 FROM BROKER
                WHERE GA_COMM_PERCENTAGE > 0
                   OR BROKER_ID IN
                      (SELECT F.BROKER_ID FROM FEE_ASSESSMENT F
                        WHERE F.FEE_TYPE      = 'B'
                          AND F.ASSESS_STATUS = 'C'
                          AND F.PASSED_THRU_MONTH IS NULL)
                ORDER BY BROKER_ID
           END-EXEC.

      *----------------------------------------------------------------*
      *    UNPAID OVERRIDE EARNINGS NETTED BY UPLINE BROKER.  EARNINGS *
      *    AND ROLLBACKS NET TOGETHER, SO A ROLLBACK LEFT OVER FROM A  *
      *    RECOUPMENT COMES OUT OF THE UPLINE'S NEXT OVERRIDES.        *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE COVPAYCUR CURSOR FOR
               SELECT OVERRIDE_BROKER_ID,
                      SUM(OVERRIDE_AMOUNT)
                 FROM COMM_OVERRIDE
                WHERE PAID_CYCLE_MONTH IS NULL
                GROUP BY OVERRIDE_BROKER_ID
                ORDER BY OVERRIDE_BROKER_ID
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'COMMDISB' TO RL-PROGRAM-NAME.
           IF CD-FUNCTION-CODE = 'C'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CD-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CD-RETURN-CODE.
           MOVE ZERO TO CD-BROKERS-PAID CD-BROKERS-WITHHELD
                        CD-GROSS-TOTAL CD-RECOUPED-TOTAL
                        CD-DISBURSED-TOTAL CD-UPLINES-PAID
                        CD-OVERRIDE-EARNED-TOTAL
                        CD-OVERRIDE-ROLLBACK-TOTAL
                        CD-OVERRIDE-PAID-TOTAL
                        CD-FEES-PASSED-TOTAL.

           EVALUATE CD-FUNCTION-CODE
               WHEN 'C'
                   PERFORM P100000-GET-TODAY-DATE THRU P100000-EXIT
                   PERFORM P200000-RUN-PAYMENT-CYCLE THRU P200000-EXIT
               WHEN 'A'
                   PERFORM P100000-GET-TODAY-DATE THRU P100000-EXIT
                   PERFORM P700000-POST-AN-ADVANCE THRU P700000-EXIT
               WHEN OTHER
                   MOVE '01' TO CD-RETURN-CODE
               CLOSE COMBRKCUR
           END-EXEC.

           IF CD-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P600000-PAY-THE-OVERRIDES THRU P600000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'COMMDISB --> FIGURE AND PAY ONE BROKER'.
                      :VESTING-PERCENT  :IND-VESTING-PERCENT,
                      :VESTING-END-DATE :IND-VESTING-END-DATE,
                      :RECOUP-PERCENT   :IND-RECOUP-PERCENT,
                      :GA-COMM-PERCENTAGE,
                      :GENERAL-AGENT-NUM :IND-GENERAL-AGENT-NUM,
                      :MANAGER-CODE      :IND-MANAGER-CODE,
                      :DISTRICT-NUM      :IND-DISTRICT-NUM,
                      :REGION-NUM        :IND-REGION-NUM,
                      :END-DATE          :IND-END-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
                      (SELECT 1 FROM COMM_SPLIT S
                        WHERE S.CASE_NUM = C.CASE_NUM
                          AND S.TERM_DATE IS NULL)
                  AND NOT EXISTS
                      (SELECT 1 FROM BROKER_SERVICE_FEE V
                        WHERE V.CASE_NUM        = C.CASE_NUM
                          AND V.BROKER_ID       = :BROKER-ID
                          AND V.EFFECTIVE_DATE <= CURRENT DATE
                          AND (V.TERM_DATE IS NULL
                            OR V.TERM_DATE > CURRENT DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO
                      (SELECT 1 FROM COMM_SPLIT S
                        WHERE S.CASE_NUM = C.CASE_NUM
                          AND S.TERM_DATE IS NULL)
                  AND NOT EXISTS
                      (SELECT 1 FROM BROKER_SERVICE_FEE V
                        WHERE V.CASE_NUM        = C.CASE_NUM
                          AND V.BROKER_ID       = :BROKER-ID
                          AND V.EFFECTIVE_DATE <= CURRENT DATE
                          AND (V.TERM_DATE IS NULL
                            OR V.TERM_DATE > CURRENT DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO
                WHERE S.CASE_NUM  = C.CASE_NUM
                  AND S.BROKER_ID = :BROKER-ID
                  AND S.TERM_DATE IS NULL
                  AND NOT EXISTS
                      (SELECT 1 FROM BROKER_SERVICE_FEE V
                        WHERE V.CASE_NUM        = C.CASE_NUM
                          AND V.BROKER_ID       = :BROKER-ID
                          AND V.EFFECTIVE_DATE <= CURRENT DATE
                          AND (V.TERM_DATE IS NULL
                            OR V.TERM_DATE > CURRENT DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               WS-INCOMING-PREM + WS-OUTGOING-PREM
               + WS-SPLIT-PREM.

      *----------------------------------------------------------------*
      *    A CASE ON A BROKER SERVICE FEE (BROKER_SERVICE_FEE) PAYS    *
      *    THE BROKER NO COMMISSION - IT IS LEFT OUT OF THE SUMS       *
      *    ABOVE.  INSTEAD EVERY SERVICE FEE FEEBILL HAS COLLECTED     *
      *    AND NOT YET PASSED THROUGH GOES TO THE BROKER WHOLE: IT IS  *
      *    NEITHER VESTED, RECOUPED NOR OVERRIDDEN.                    *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-FEES-PASSED.

           EXEC SQL
               SELECT VALUE(SUM(FEE_AMOUNT), 0)
                 INTO :WS-FEES-PASSED
                 FROM FEE_ASSESSMENT
                WHERE BROKER_ID     = :BROKER-ID
                  AND FEE_TYPE      = 'B'
                  AND ASSESS_STATUS = 'C'
                  AND PASSED_THRU_MONTH IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CD-RETURN-CODE
               MOVE 'Y'  TO WS-BROKER-EOF-SW
               GO TO P250000-EXIT.

           IF WS-COLLECTED-PREM NOT > ZERO
           AND WS-FEES-PASSED NOT > ZERO
               GO TO P250000-EXIT.

           COMPUTE WS-GROSS-COMM ROUNDED =
               WS-COLLECTED-PREM * GA-COMM-PERCENTAGE / 100.

           PERFORM P300000-APPLY-VESTING THRU P300000-EXIT.

      *    A TERMINATED BROKER WHOSE VESTED TAIL HAS RUN OUT IS OWED
      *    NOTHING - ITS BOOK IS ON ITS WAY TO THE SUCCESSOR.
           IF CONTRACT-TERMINATED
               AND WS-VESTED-COMM NOT > ZERO
               AND WS-FEES-PASSED NOT > ZERO
               GO TO P250000-EXIT.

           PERFORM P350000-NET-THE-RECOUPMENT THRU P350000-EXIT.

           IF CD-RETURN-CODE NOT = '00'
               GO TO P250000-EXIT.

           COMPUTE WS-NET-PAYMENT =
               WS-VESTED-COMM - WS-RECOUP-AMOUNT + WS-FEES-PASSED.

           ADD 1                TO CD-BROKERS-PAID.
           ADD WS-GROSS-COMM    TO CD-GROSS-TOTAL.
           ADD WS-RECOUP-AMOUNT TO CD-RECOUPED-TOTAL.
           ADD WS-NET-PAYMENT   TO CD-DISBURSED-TOTAL.
           ADD WS-FEES-PASSED   TO CD-FEES-PASSED-TOTAL.

           PERFORM P400000-WRITE-DISBURSEMENT THRU P400000-EXIT.
           PERFORM P450000-RECORD-THE-PAYMENT THRU P450000-EXIT.

           IF CD-RETURN-CODE NOT = '00'
               GO TO P250000-EXIT.

           IF WS-FEES-PASSED > ZERO
               PERFORM P470000-STAMP-PASSED-FEES THRU P470000-EXIT.

           IF CD-RETURN-CODE NOT = '00'
               GO TO P250000-EXIT.

      *----------------------------------------------------------------*
      *    EVERY UPLINE LEVEL EARNS ITS OVERRIDE ON THE VESTED         *
      *    COMMISSION, AND THE SHARE OF IT TAKEN BACK BY RECOUPMENT    *
      *    ROLLS THE SAME OVERRIDES BACK - THE UPLINE WAS ALREADY      *
      *    PAID ITS OVERRIDE ON THAT MONEY WHEN IT WAS ADVANCED.       *
      *----------------------------------------------------------------*
           MOVE WS-VESTED-COMM TO WS-OVR-BASE-COMM.
           MOVE 'E'            TO WS-OVR-ENTRY-TYPE.
           PERFORM P500000-WALK-THE-HIERARCHY THRU P500000-EXIT.

           IF CD-RETURN-CODE NOT = '00'
               GO TO P250000-EXIT.

           IF WS-RECOUP-AMOUNT > ZERO
               MOVE WS-RECOUP-AMOUNT TO WS-OVR-BASE-COMM
               MOVE 'R'              TO WS-OVR-ENTRY-TYPE
               PERFORM P500000-WALK-THE-HIERARCHY THRU P500000-EXIT
           END-IF.

       P250000-EXIT.
           EXIT.
           TITLE 'COMMDISB --> THE SAME VESTING TESTS BRCOMM USES'.
       P300000-APPLY-VESTING SECTION.

           MOVE 'N' TO WS-FULLY-VESTED-SW.
           MOVE 'N' TO WS-TERMINATED-SW.

      *----------------------------------------------------------------*
      *    A TERMINATED CONTRACT (BRKTERM) IS PAID AT ITS VESTED       *
      *    PERCENTAGE UNTIL VESTING_END_DATE AND NOTHING AFTER - THE   *
      *    FULL-VESTING TESTS BELOW ARE FOR BROKERS STILL WRITING.     *
      *----------------------------------------------------------------*
           IF IND-END-DATE NOT < ZERO
               IF END-DATE NOT > WS-TODAY-DATE
                   MOVE 'Y' TO WS-TERMINATED-SW
               END-IF
           END-IF.

           IF CONTRACT-TERMINATED
               MOVE ZERO TO WS-VESTED-COMM
               IF IND-VESTING-PERCENT NOT < ZERO
                   AND IND-VESTING-END-DATE NOT < ZERO
                   AND VESTING-END-DATE > WS-TODAY-DATE
                   COMPUTE WS-VESTED-COMM ROUNDED =
                       WS-GROSS-COMM * VESTING-PERCENT / 100
               END-IF
               GO TO P300000-EXIT.

           IF IND-VESTING-PERCENT < ZERO
               MOVE 'Y' TO WS-FULLY-VESTED-SW

           MOVE WS-NET-PAYMENT   TO WS-EDIT-NET.
           MOVE WS-RECOUP-AMOUNT TO WS-EDIT-RECOUP.
           MOVE WS-FEES-PASSED   TO WS-EDIT-FEES.
           MOVE SPACES TO WS-DISBURSE-LINE.
           STRING 'PAY BROKER '   DELIMITED BY SIZE
                  BROKER-ID       DELIMITED BY SIZE
                  WS-EDIT-NET     DELIMITED BY SIZE
                  ' RECOUPED '    DELIMITED BY SIZE
                  WS-EDIT-RECOUP  DELIMITED BY SIZE
                  ' FEES '        DELIMITED BY SIZE
                  WS-EDIT-FEES    DELIMITED BY SIZE
               INTO WS-DISBURSE-LINE
           END-STRING.

               MOVE 'Y'  TO WS-BROKER-EOF-SW.

       P450000-EXIT.
           EXIT.
           TITLE 'COMMDISB --> MARK THE SERVICE FEES PASSED THROUGH'.
       P470000-STAMP-PASSED-FEES SECTION.

           EXEC SQL
               UPDATE FEE_ASSESSMENT
                  SET PASSED_THRU_MONTH = :WS-CYCLE-MONTH
                WHERE BROKER_ID     = :BROKER-ID
                  AND FEE_TYPE      = 'B'
                  AND ASSESS_STATUS = 'C'
                  AND PASSED_THRU_MONTH IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CD-RETURN-CODE
               MOVE 'Y'  TO WS-BROKER-EOF-SW.

       P470000-EXIT.
           EXIT.
           TITLE 'COMMDISB --> WALK THE WRITING AGENT HIERARCHY'.
       P500000-WALK-THE-HIERARCHY SECTION.
      *----------------------------------------------------------------*
      *    GENERAL AGENT, MANAGER, DISTRICT AND REGION IN TURN.  A     *
      *    LEVEL THE BROKER ROW LEAVES EMPTY, OR THAT HAS NO CURRENT   *
      *    SCHEDULE ROW, EARNS NOTHING.                                *
      *----------------------------------------------------------------*

           IF IND-GENERAL-AGENT-NUM NOT < ZERO
           AND GENERAL-AGENT-NUM NOT = SPACES
               MOVE 'G'               TO WS-HIER-LEVEL
               MOVE GENERAL-AGENT-NUM TO WS-HIER-CODE
               PERFORM P550000-ONE-UPLINE-LEVEL THRU P550000-EXIT
           END-IF.

           IF CD-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           IF IND-MANAGER-CODE NOT < ZERO
           AND MANAGER-CODE NOT = SPACES
               MOVE 'M'               TO WS-HIER-LEVEL
               MOVE MANAGER-CODE      TO WS-HIER-CODE
               PERFORM P550000-ONE-UPLINE-LEVEL THRU P550000-EXIT
           END-IF.

           IF CD-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           IF IND-DISTRICT-NUM NOT < ZERO
           AND DISTRICT-NUM NOT = SPACES
               MOVE 'D'               TO WS-HIER-LEVEL
               MOVE DISTRICT-NUM      TO WS-HIER-CODE
               PERFORM P550000-ONE-UPLINE-LEVEL THRU P550000-EXIT
           END-IF.

           IF CD-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           IF IND-REGION-NUM NOT < ZERO
           AND REGION-NUM NOT = SPACES
               MOVE 'R'               TO WS-HIER-LEVEL
               MOVE REGION-NUM        TO WS-HIER-CODE
               PERFORM P550000-ONE-UPLINE-LEVEL THRU P550000-EXIT
           END-IF.

       P500000-EXIT.
           EXIT.
           TITLE 'COMMDISB --> EARN OR ROLL BACK ONE OVERRIDE'.
       P550000-ONE-UPLINE-LEVEL SECTION.

           EXEC SQL
               SELECT OVERRIDE_BROKER_ID,
                      OVERRIDE_PERCENT
                 INTO :COS-OVERRIDE-BROKER,
                      :COS-OVERRIDE-PERCENT
                 FROM COMM_OVERRIDE_SCHED
                WHERE HIERARCHY_LEVEL = :WS-HIER-LEVEL
                  AND HIERARCHY_CODE  = :WS-HIER-CODE
                  AND EFFECTIVE_DATE <= CURRENT DATE
                  AND (TERM_DATE IS NULL
                       OR TERM_DATE > CURRENT DATE)
                ORDER BY EFFECTIVE_DATE DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               GO TO P550000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CD-RETURN-CODE
               MOVE 'Y'  TO WS-BROKER-EOF-SW
               GO TO P550000-EXIT.

      *    NOBODY EARNS AN OVERRIDE ON THEIR OWN BUSINESS.
           IF COS-OVERRIDE-BROKER = BROKER-ID
               GO TO P550000-EXIT.

           COMPUTE WS-OVR-AMOUNT ROUNDED =
               WS-OVR-BASE-COMM * COS-OVERRIDE-PERCENT / 100.

           IF WS-OVR-AMOUNT NOT > ZERO
               GO TO P550000-EXIT.

           IF OVR-ROLLBACK
               COMPUTE WS-OVR-AMOUNT = ZERO - WS-OVR-AMOUNT
               SUBTRACT WS-OVR-AMOUNT FROM CD-OVERRIDE-ROLLBACK-TOTAL
           ELSE
               ADD WS-OVR-AMOUNT TO CD-OVERRIDE-EARNED-TOTAL
           END-IF.

           EXEC SQL
               INSERT INTO COMM_OVERRIDE
                      ( WRITING_BROKER_ID,
                        OVERRIDE_BROKER_ID,
                        HIERARCHY_LEVEL,
                        CYCLE_MONTH,
                        ENTRY_TYPE,
                        BASE_COMM,
                        OVERRIDE_PERCENT,
                        OVERRIDE_AMOUNT,
                        PAID_CYCLE_MONTH,
                        CREATE_TIMESTAMP )
               VALUES ( :BROKER-ID,
                        :COS-OVERRIDE-BROKER,
                        :WS-HIER-LEVEL,
                        :WS-CYCLE-MONTH,
                        :WS-OVR-ENTRY-TYPE,
                        :WS-OVR-BASE-COMM,
                        :COS-OVERRIDE-PERCENT,
                        :WS-OVR-AMOUNT,
                        NULL,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CD-RETURN-CODE
               MOVE 'Y'  TO WS-BROKER-EOF-SW
               GO TO P550000-EXIT.

           MOVE WS-OVR-AMOUNT TO WS-EDIT-OVERRIDE.
           MOVE SPACES TO WS-DISBURSE-LINE.
           EVALUATE TRUE
               WHEN OVR-ROLLBACK
                   STRING 'OVERRIDE ROLLBACK '  DELIMITED BY SIZE
                          COS-OVERRIDE-BROKER   DELIMITED BY SIZE
                          ' LEVEL '             DELIMITED BY SIZE
                          WS-HIER-LEVEL         DELIMITED BY SIZE
                          ' ON '                DELIMITED BY SIZE
                          BROKER-ID             DELIMITED BY SIZE
                          ' RECOUPED '          DELIMITED BY SIZE
                          WS-EDIT-OVERRIDE      DELIMITED BY SIZE
                       INTO WS-DISBURSE-LINE
                   END-STRING
               WHEN OVR-EARNED-ON-ADVANCE
                   STRING 'OVERRIDE EARNED '    DELIMITED BY SIZE
                          COS-OVERRIDE-BROKER   DELIMITED BY SIZE
                          ' LEVEL '             DELIMITED BY SIZE
                          WS-HIER-LEVEL         DELIMITED BY SIZE
                          ' ON '                DELIMITED BY SIZE
                          BROKER-ID             DELIMITED BY SIZE
                          ' ADVANCE '           DELIMITED BY SIZE
                          WS-EDIT-OVERRIDE      DELIMITED BY SIZE
                       INTO WS-DISBURSE-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'OVERRIDE EARNED '    DELIMITED BY SIZE
                          COS-OVERRIDE-BROKER   DELIMITED BY SIZE
                          ' LEVEL '             DELIMITED BY SIZE
                          WS-HIER-LEVEL         DELIMITED BY SIZE
                          ' ON '                DELIMITED BY SIZE
                          BROKER-ID             DELIMITED BY SIZE
                          ' AMOUNT '            DELIMITED BY SIZE
                          WS-EDIT-OVERRIDE      DELIMITED BY SIZE
                       INTO WS-DISBURSE-LINE
                   END-STRING
           END-EVALUATE.

           EXEC CICS WRITEQ TD QUEUE ('CMDB')
                     FROM    (WS-DISBURSE-LINE)
                     LENGTH  (LENGTH OF WS-DISBURSE-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P550000-EXIT.
           EXIT.
           TITLE 'COMMDISB --> PAY THE UPLINE OVERRIDES'.
       P600000-PAY-THE-OVERRIDES SECTION.

           EXEC SQL
               OPEN COVPAYCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CD-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N' TO WS-OVR-PAY-EOF-SW.

           PERFORM P650000-PAY-ONE-UPLINE THRU P650000-EXIT
               UNTIL OVR-PAY-CURSOR-EOF.

           EXEC SQL
               CLOSE COVPAYCUR
           END-EXEC.

       P600000-EXIT.
           EXIT.
           TITLE 'COMMDISB --> PAY ONE UPLINE ITS NET OVERRIDES'.
       P650000-PAY-ONE-UPLINE SECTION.

           EXEC SQL
               FETCH COVPAYCUR
                 INTO :WS-OVR-PAY-BROKER,
                      :WS-OVR-PAY-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CD-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-OVR-PAY-EOF-SW
               GO TO P650000-EXIT.

      *----------------------------------------------------------------*
      *    A NET ROLLBACK BALANCE, A WITHHELD UPLINE, OR AN UPLINE NO  *
      *    LONGER ON FILE IS LEFT UNPAID AND CARRIES TO THE NEXT CYCLE.*
      *----------------------------------------------------------------*
           IF WS-OVR-PAY-AMOUNT NOT > ZERO
               GO TO P650000-EXIT.

           MOVE SPACE TO WS-OVR-WITHHOLD.

           EXEC SQL
               SELECT WITHHOLD_COMMISS
                 INTO :WS-OVR-WITHHOLD
                 FROM BROKER
                WHERE BROKER_ID = :WS-OVR-PAY-BROKER
           END-EXEC.

           IF SQLCODE = +100
               GO TO P650000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CD-RETURN-CODE
               MOVE 'Y'  TO WS-OVR-PAY-EOF-SW
               GO TO P650000-EXIT.

           IF WS-OVR-WITHHOLD = 'Y'
               GO TO P650000-EXIT.

           EXEC SQL
               UPDATE COMM_OVERRIDE
                  SET PAID_CYCLE_MONTH   = :WS-CYCLE-MONTH
                WHERE OVERRIDE_BROKER_ID = :WS-OVR-PAY-BROKER
                  AND PAID_CYCLE_MONTH IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CD-RETURN-CODE
               MOVE 'Y'  TO WS-OVR-PAY-EOF-SW
               GO TO P650000-EXIT.

           ADD 1                 TO CD-UPLINES-PAID.
           ADD WS-OVR-PAY-AMOUNT TO CD-OVERRIDE-PAID-TOTAL.
           ADD WS-OVR-PAY-AMOUNT TO CD-DISBURSED-TOTAL.

           MOVE WS-OVR-PAY-AMOUNT TO WS-EDIT-NET.
           MOVE SPACES TO WS-DISBURSE-LINE.
           STRING 'PAY OVERRIDE '  DELIMITED BY SIZE
                  WS-OVR-PAY-BROKER DELIMITED BY SIZE
                  ' NET '          DELIMITED BY SIZE
                  WS-EDIT-NET      DELIMITED BY SIZE
               INTO WS-DISBURSE-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('CMDB')
                     FROM    (WS-DISBURSE-LINE)
                     LENGTH  (LENGTH OF WS-DISBURSE-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P650000-EXIT.
           EXIT.
           TITLE 'COMMDISB --> POST AN ADVANCE TO THE BALANCE'.
       P700000-POST-AN-ADVANCE SECTION.
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CD-RETURN-CODE
               GO TO P700000-EXIT.

      *----------------------------------------------------------------*
      *    AN ADVANCE IS COMMISSION PAID EARLY, SO THE UPLINE EARNS    *
      *    ITS OVERRIDES ON IT NOW.  THE CYCLE ROLLS THEM BACK AS THE  *
      *    ADVANCE IS RECOUPED.                                        *
      *----------------------------------------------------------------*
           MOVE CD-BROKER-ID TO BROKER-ID.

           EXEC SQL
               SELECT GENERAL_AGENT_NUM,
                      MANAGER_CODE,
                      DISTRICT_NUM,
                      REGION_NUM
                 INTO :GENERAL-AGENT-NUM :IND-GENERAL-AGENT-NUM,
                      :MANAGER-CODE      :IND-MANAGER-CODE,
                      :DISTRICT-NUM      :IND-DISTRICT-NUM,
                      :REGION-NUM        :IND-REGION-NUM
                 FROM BROKER
                WHERE BROKER_ID = :BROKER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CD-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE CD-ADVANCE-AMOUNT TO WS-OVR-BASE-COMM.
           MOVE 'A'               TO WS-OVR-ENTRY-TYPE.
           PERFORM P500000-WALK-THE-HIERARCHY THRU P500000-EXIT.

       P700000-EXIT.
           EXIT.
