       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: FEEBILL                                        *
      *  PROGRAM TEXT:  ANCILLARY FEE BILLING ENGINE.  CASE_MASTER HAS  *
      *                 CARRIED FEE_CODE AND THREE COLLECTED-THROUGH    *
      *                 DATES (ADMINISTRATION, JOINDER, ASSOCIATION)    *
      *                 FOREVER, YET NO PROGRAM EVER BILLED A FEE.      *
      *                 FUNCTION 'B' RUNS AT BILL TIME FOR ONE CASE:    *
      *                 EACH FEE TYPE WHOSE COLLECTED-THROUGH DATE HAS  *
      *                 PASSED IS PRICED FROM THE FEE_SCHEDULE (THE     *
      *                 CASE'S ASSOCIATION ROW FIRST, THE BLANK-        *
      *                 ASSOCIATION DEFAULT OTHERWISE), POSTED TO       *
      *                 CYCLE_ADJUSTMENTS AND THE CURRENT BALANCE,      *
      *                 GIVEN ITS OWN INVOICE LINE ON THE FEEB TDQ, AND *
      *                 TRACKED AS A FEE_ASSESSMENT - AN OPEN           *
      *                 ASSESSMENT OF THE SAME TYPE BLOCKS A DOUBLE     *
      *                 BILL.  A BROKER ON A SERVICE-FEE AGREEMENT IS   *
      *                 BILLED THE SAME WAY AS FEE TYPE 'B' FROM THE    *
      *                 BROKER_SERVICE_FEE SCHEDULE KEPT BY FUNCTION    *
      *                 'S', AND COMMDISB PASSES THE COLLECTED FEE      *
      *                 THROUGH TO THE BROKER.  FUNCTION 'C' MARKS AN   *
      *                 ASSESSMENT COLLECTED AND ADVANCES THE MATCHING  *
      *                 COLLECTED-THROUGH DATE BY THE SCHEDULE          *
      *                 FREQUENCY.  FUNCTION 'R' AGES OPEN FEE          *
      *                 ASSESSMENTS - SEPARATE FROM PREMIUM ARREARS -   *
      *                 TO THE FEEA TDQ.  FUNCTION 'D' WRITES THE       *
      *                 ANNUAL 408(B)(2) DISCLOSURE OF EACH BROKER'S    *
      *                 COMMISSION, OVERRIDES AND FEES ON THE CASE TO   *
      *                 THE FDSC TDQ AND AS A LETTER.  FUNCTION 'T'     *
      *                 BOOKS A CARRIER'S MONTHLY TRANSACTION           *
      *                 CHARGEBACK, PRICED BY CHGBACK, AS A FEE TYPE    *
      *                 'T' ASSESSMENT WITH NO CASE AND A FEEB INVOICE  *
      *                 LINE - ONE PER CARRIER AND MONTH.  FUNCTION     *
      *                 'L' BILLS A CASE THE PER-COVERED-LIFE           *
      *                 ASSESSMENTS LIFEASMT PASSES THROUGH AS ONE FEE  *
      *                 TYPE 'L' CHARGE - ONE PER CASE AND MONTH.       *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   BROKER SERVICE-FEE BILLING (TYPE B), SCHEDULE *
      *                   MAINTENANCE 'S' AND ANNUAL 408(B)(2)          *
      *                   DISCLOSURE 'D'.                               *
      *  10/15/26   TGW   CARRIER TRANSACTION CHARGEBACK BILLING 'T'    *
      *                   (FEE TYPE T) FOR CHGBACK.                     *
      *  10/15/26   TGW   COVERED-LIFE ASSESSMENT PASS-THROUGH BILLING  *
      *                   'L' (FEE TYPE L) FOR LIFEASMT.                *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   AN 'R' RUN OR AN ALL-CASE 'D' RUN FOR A       *
      *                   PREDECESSOR THAT HAS NOT COMPLETED            *
      *                   (BATCH_JOB_DEPEND) - THE PER-CASE CALLS       *
      *                   CONSBILL, CHGBACK AND LIFEASMT MAKE ARE NEVER *
      *                   HELD.                                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       01  WS-AGE-EOF-SW                PIC X     VALUE 'N'.
           88  AGING-CURSOR-EOF         VALUE 'Y'.
       01  WS-SVF-EOF-SW                PIC X     VALUE 'N'.
           88  SVCFEE-CURSOR-EOF        VALUE 'Y'.
       01  WS-DSC-CASE-EOF-SW           PIC X     VALUE 'N'.
           88  DISCLOSE-CASE-EOF        VALUE 'Y'.
       01  WS-DSC-BRK-EOF-SW            PIC X     VALUE 'N'.
           88  DISCLOSE-BROKER-EOF      VALUE 'Y'.

       01  WS-CASE-FEE-CODE             PIC X(1)  VALUE SPACE.
       01  WS-CASE-ASSOC-ID             PIC X(6)  VALUE SPACES.
       01  WS-FEE-FREQUENCY             PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-OPEN-COUNT                PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-DAYS-OLD                  PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CYCLE-PREMIUM             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-AGREE-IND                 PIC X(1)  VALUE SPACE.
       01  WS-CASE-COUNT                PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-EFFECTIVE-DATE            PIC X(10) VALUE SPACES.
       01  WS-PLAN-YEAR                 PIC X(4)  VALUE SPACES.
       01  WS-MAX-FEE-AMOUNT            PIC S9(5)V99 COMP-3
                                                  VALUE +99999.99.

       01  WS-DSC-CASE-NUM              PIC X(6)  VALUE SPACES.
       01  WS-DSC-CASE-IDNTITY          PIC X(8)  VALUE SPACES.
       01  WS-DSC-AGENT-REP             PIC X(5)  VALUE SPACES.
       01  WS-DSC-BROKERS               PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-DSC-SHARE-PCT             PIC S9(3)V99 COMP-3 VALUE ZERO.
       01  WS-DSC-OVR-PCT               PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-DSC-COMMISSION            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DSC-OVERRIDES             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DSC-FEES                  PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DSC-COLLECTED             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DSC-GA                    PIC X(7)  VALUE SPACES.
       01  WS-DSC-MGR                   PIC X(5)  VALUE SPACES.
       01  WS-DSC-DIST                  PIC X(4)  VALUE SPACES.
       01  WS-DSC-REGION                PIC X(4)  VALUE SPACES.

       01  WS-INVOICE-LINE              PIC X(90) VALUE SPACES.
       01  WS-EDIT-AMOUNT               PIC ZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-AGE                  PIC ZZZZ9 VALUE ZERO.
       01  WS-AGE-LABEL                 PIC X(5)  VALUE SPACES.
       01  WS-AGE-KEY                   PIC X(6)  VALUE SPACES.
       01  WS-FEE-DESC                  PIC X(18) VALUE SPACES.
       01  WS-DISCLOSE-LINE             PIC X(132) VALUE SPACES.
       01  WS-EDIT-COMM                 PIC Z,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-OVR                  PIC Z,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-FEES                 PIC Z,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-COLL                 PIC Z,ZZZ,ZZ9.99- VALUE ZERO.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

           COPY CASEMAST.
           COPY FEESCHED.
           COPY SVCFEE.
           COPY BROKER.

           EXEC SQL
               INCLUDE SQLCA
                      FEE_TYPE,
                      FEE_AMOUNT,
                      CHAR(BILLED_DATE, ISO),
                      DAYS(CURRENT DATE) - DAYS(BILLED_DATE),
                      VALUE(CARRIER_CODE, ' ')
                 FROM FEE_ASSESSMENT
                WHERE ASSESS_STATUS = 'B'
                ORDER BY BILLED_DATE, CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE CASE'S BROKER SERVICE FEES THAT HAVE COME DUE.  ONLY A  *
      *    BROKER WHOSE AGNTNAME ROW CARRIES A SIGNED SERVICE-FEE      *
      *    AGREEMENT IS BILLED.                                        *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SVFBILLCUR CURSOR FOR
               SELECT F.BROKER_ID,
                      F.FEE_BASIS,
                      F.FEE_RATE,
                      F.FEE_FREQUENCY,
                      VALUE(C.CYCLE_PREMIUM, 0)
                 FROM BROKER_SERVICE_FEE F,
                      CASE_MASTER C,
                      BROKER B,
                      AGNTNAME A
                WHERE F.CASE_NUM        = :FB-CASE-NUM
                  AND C.CASE_NUM        = F.CASE_NUM
                  AND F.EFFECTIVE_DATE <= CURRENT DATE
                  AND (F.TERM_DATE IS NULL
                    OR F.TERM_DATE > CURRENT DATE)
                  AND F.FEE_COLL_THRU   < CURRENT DATE
                  AND B.BROKER_ID       = F.BROKER_ID
                  AND A.IDNTITY         = B.AGNTNAME#IDNTY
                  AND A.SERVFEE_AGREE_IND = 'Y'
                ORDER BY F.BROKER_ID
           END-EXEC.

           EXEC SQL DECLARE DSCCASECUR CURSOR FOR
               SELECT CASE_NUM,
                      CASENAME#IDNTITY,
                      VALUE(CYCLE_PREMIUM, 0),
                      VALUE(AGENT_REP_ID, ' ')
                 FROM CASE_MASTER
                WHERE ACTIVE_CODE IN ('CM', ' P')
                  AND (CASE_NUM = :FB-CASE-NUM
                    OR :FB-CASE-NUM = ' ')
                ORDER BY CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY BROKER COMPENSATED ON THE CASE: THE AGENCY'S BROKERS  *
      *    ON A WHOLE CASE, OR EACH ACTIVE COMM_SPLIT PARTICIPANT AT   *
      *    THEIR SHARE ON A SPLIT CASE - THE SAME BASIS COMMDISB PAYS. *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE DSCBRKCUR CURSOR FOR
               SELECT B.BROKER_ID,
                      VALUE(B.GA_COMM_PERCENTAGE, 0),
                      100.00,
                      VALUE(B.GENERAL_AGENT_NUM, ' '),
                      VALUE(B.MANAGER_CODE, ' '),
                      VALUE(B.DISTRICT_NUM, ' '),
                      VALUE(B.REGION_NUM, ' ')
                 FROM BROKER B
                WHERE B.AGENCY_NUM = :WS-DSC-AGENT-REP
                  AND NOT EXISTS
                      (SELECT 1 FROM COMM_SPLIT S
                        WHERE S.CASE_NUM = :WS-DSC-CASE-NUM
                          AND S.TERM_DATE IS NULL)
               UNION ALL
               SELECT B.BROKER_ID,
                      VALUE(B.GA_COMM_PERCENTAGE, 0),
                      S.SPLIT_PERCENT,
                      VALUE(B.GENERAL_AGENT_NUM, ' '),
                      VALUE(B.MANAGER_CODE, ' '),
                      VALUE(B.DISTRICT_NUM, ' '),
                      VALUE(B.REGION_NUM, ' ')
                 FROM BROKER B, COMM_SPLIT S
                WHERE S.CASE_NUM  = :WS-DSC-CASE-NUM
                  AND S.BROKER_ID = B.BROKER_ID
                  AND S.TERM_DATE IS NULL
                ORDER BY 1
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'FEEBILL ' TO RL-PROGRAM-NAME.
           IF FB-FUNCTION-CODE = 'R'
               OR (FB-FUNCTION-CODE = 'D' AND FB-CASE-NUM = SPACES)
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO FB-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO FB-RETURN-CODE.
           MOVE ZERO TO FB-FEES-BILLED FB-AMOUNT-BILLED
                        FB-CASES-DISCLOSED.

           EVALUATE FB-FUNCTION-CODE
               WHEN 'B'
                   PERFORM P500000-COLLECT-ASSESSMENT THRU P500000-EXIT
               WHEN 'R'
                   PERFORM P600000-FEE-AGING-REPORT THRU P600000-EXIT
               WHEN 'S'
                   PERFORM P900000-SET-SERVICE-FEE THRU P900000-EXIT
               WHEN 'D'
                   PERFORM P700000-FEE-DISCLOSURE THRU P700000-EXIT
               WHEN 'T'
                   PERFORM P950000-BILL-CARRIER-CHGBACK THRU
                           P950000-EXIT
               WHEN 'L'
                   PERFORM P960000-BILL-LIVES-PASS-THRU THRU
                           P960000-EXIT
               WHEN OTHER
                   MOVE '01' TO FB-RETURN-CODE
           END-EVALUATE.
           MOVE 'E'        TO RL-FUNCTION-CODE.
           MOVE 'FEEBILL ' TO RL-PROGRAM-NAME.
           MOVE FB-FEES-BILLED TO RL-RECORD-COUNT.
           IF FB-FUNCTION-CODE = 'D'
               MOVE FB-CASES-DISCLOSED TO RL-RECORD-COUNT.
           MOVE FB-RETURN-CODE TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
               MOVE '02' TO FB-RETURN-CODE
               GO TO P200000-EXIT.

      *    NO FEE CODE MEANS NO CASE FEES - A BROKER SERVICE FEE
      *    IS STILL BILLED.
           IF WS-CASE-FEE-CODE = SPACE
               GO TO P200000-SERVICE-FEES.

           MOVE 'A'         TO WS-WORK-FEE-TYPE.
           MOVE WS-ADM-THRU TO WS-WORK-THRU-DATE.
           MOVE WS-ASC-THRU TO WS-WORK-THRU-DATE.
           PERFORM P250000-BILL-ONE-FEE-TYPE THRU P250000-EXIT.

       P200000-SERVICE-FEES.

           IF FB-RETURN-CODE = '00'
               PERFORM P400000-BILL-SERVICE-FEES THRU P400000-EXIT.

           IF FB-FEES-BILLED = ZERO AND FB-RETURN-CODE = '00'
               MOVE '02' TO FB-RETURN-CODE.

                   MOVE 'JOINDER FEE       ' TO WS-FEE-DESC
               WHEN 'S'
                   MOVE 'ASSOCIATION FEE   ' TO WS-FEE-DESC
               WHEN 'B'
                   MOVE 'BROKER SERVICE FEE' TO WS-FEE-DESC
               WHEN 'L'
                   MOVE 'COVERED LIVES ASMT' TO WS-FEE-DESC
           END-EVALUATE.

           MOVE WS-FEE-AMOUNT TO WS-EDIT-AMOUNT.
           END-EXEC.

       P350000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> THE CASES BROKER SERVICE FEES'.
       P400000-BILL-SERVICE-FEES SECTION.

           EXEC SQL
               OPEN SVFBILLCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N' TO WS-SVF-EOF-SW.

           PERFORM P450000-BILL-ONE-SERVICE-FEE THRU P450000-EXIT
               UNTIL SVCFEE-CURSOR-EOF.

           EXEC SQL
               CLOSE SVFBILLCUR
           END-EXEC.

       P400000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> ONE BROKER SERVICE FEE - PRICE AND POST'.
       P450000-BILL-ONE-SERVICE-FEE SECTION.

           EXEC SQL
               FETCH SVFBILLCUR
                 INTO :SVF-BROKER-ID,
                      :SVF-FEE-BASIS,
                      :SVF-FEE-RATE,
                      :SVF-FEE-FREQUENCY,
                      :WS-CYCLE-PREMIUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO FB-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SVF-EOF-SW
               GO TO P450000-EXIT.

           IF SVF-FEE-FREQUENCY NOT > ZERO
               MOVE 1 TO SVF-FEE-FREQUENCY.

      *----------------------------------------------------------------*
      *    A FLAT FEE IS THE RATE PER ASSESSMENT.  A PERCENTAGE FEE IS *
      *    THE RATE OF THE MONTHLY CYCLE PREMIUM FOR EACH MONTH THE    *
      *    ASSESSMENT COVERS.                                          *
      *----------------------------------------------------------------*
           IF SVF-FEE-BASIS = 'P'
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-CYCLE-PREMIUM * SVF-FEE-RATE / 100
                   * SVF-FEE-FREQUENCY
           ELSE
               MOVE SVF-FEE-RATE TO WS-FEE-AMOUNT
           END-IF.

           IF WS-FEE-AMOUNT NOT > ZERO
               GO TO P450000-EXIT.

      *    AN OPEN ASSESSMENT FOR THIS BROKER BLOCKS A DOUBLE BILL.
           MOVE ZERO TO WS-OPEN-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-COUNT
                 FROM FEE_ASSESSMENT
                WHERE CASE_NUM      = :FB-CASE-NUM
                  AND FEE_TYPE      = 'B'
                  AND BROKER_ID     = :SVF-BROKER-ID
                  AND ASSESS_STATUS = 'B'
           END-EXEC.

           IF WS-OPEN-COUNT > ZERO
               GO TO P450000-EXIT.

           EXEC SQL
               UPDATE CASE_MASTER
                  SET CYCLE_ADJUSTMENTS = CYCLE_ADJUSTMENTS
                                          + :WS-FEE-AMOUNT,
                      CYCLE_CURR_BAL    = CYCLE_CURR_BAL
                                          + :WS-FEE-AMOUNT,
                      ACCT_RECONCILED   = 'N'
                WHERE CASE_NUM = :FB-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               MOVE 'Y'  TO WS-SVF-EOF-SW
               GO TO P450000-EXIT.

           EXEC SQL
               INSERT INTO FEE_ASSESSMENT
                      ( ASSESS_ID,
                        CASE_NUM,
                        FEE_TYPE,
                        FEE_AMOUNT,
                        BILLED_DATE,
                        ASSESS_STATUS,
                        COLLECTED_DATE,
                        WORKED_LOGON,
                        BROKER_ID,
                        PASSED_THRU_MONTH )
               VALUES ( NEXT VALUE FOR FEE_ASSESSMENT_SEQ,
                        :FB-CASE-NUM,
                        'B',
                        :WS-FEE-AMOUNT,
                        CURRENT DATE,
                        'B',
                        NULL,
                        ' ',
                        :SVF-BROKER-ID,
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               MOVE 'Y'  TO WS-SVF-EOF-SW
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P450000-EXIT.

           ADD 1 TO FB-FEES-BILLED.
           ADD WS-FEE-AMOUNT TO FB-AMOUNT-BILLED.

           MOVE 'B' TO WS-WORK-FEE-TYPE.
           PERFORM P350000-WRITE-INVOICE-LINE THRU P350000-EXIT.

       P450000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> COLLECTION ADVANCES THE THROUGH DATE'.
       P500000-COLLECT-ASSESSMENT SECTION.

           MOVE SPACES TO FAS-CASE-NUM FAS-BROKER-ID.
           MOVE SPACE  TO FAS-FEE-TYPE.

           EXEC SQL
               SELECT CASE_NUM,
                      FEE_TYPE,
                      VALUE(BROKER_ID, ' ')
                 INTO :FAS-CASE-NUM,
                      :FAS-FEE-TYPE,
                      :FAS-BROKER-ID
                 FROM FEE_ASSESSMENT
                WHERE ASSESS_ID     = :FB-ASSESS-ID
                  AND ASSESS_STATUS = 'B'
               MOVE '12' TO FB-RETURN-CODE
               GO TO P500000-EXIT.

           IF FAS-FEE-TYPE = 'B'
               PERFORM P550000-ADVANCE-SERVICE-FEE THRU P550000-EXIT
               GO TO P500000-EXIT.

      *    A CARRIER CHARGEBACK OR A COVERED-LIFE PASS-THROUGH HAS NO
      *    CASE DATE TO ADVANCE.
           IF FAS-FEE-TYPE = 'T' OR 'L'
               GO TO P500000-EXIT.

      *    THE SCHEDULE FREQUENCY DRIVES THE ADVANCE.
           EXEC SQL
               SELECT FEE_CODE,
               END-EXEC.

       P500000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> COLLECTION ADVANCES THE SERVICE FEE'.
       P550000-ADVANCE-SERVICE-FEE SECTION.
      *----------------------------------------------------------------*
      *    A COLLECTED BROKER SERVICE FEE ADVANCES THE SCHEDULE ROW'S  *
      *    COLLECTED-THROUGH DATE BY ITS OWN FREQUENCY.  A ROW ENDED   *
      *    SINCE THE BILL HAS NOTHING LEFT TO ADVANCE.                 *
      *----------------------------------------------------------------*

           EXEC SQL
               UPDATE BROKER_SERVICE_FEE
                  SET FEE_COLL_THRU = FEE_COLL_THRU
                                      + FEE_FREQUENCY MONTHS
                WHERE CASE_NUM  = :FAS-CASE-NUM
                  AND BROKER_ID = :FAS-BROKER-ID
                  AND TERM_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO FB-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

       P550000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> FEE ARREARS AGING - OWN REPORT'.
       P600000-FEE-AGING-REPORT SECTION.
                      :FAS-FEE-TYPE,
                      :FAS-FEE-AMOUNT,
                      :FAS-BILLED-DATE,
                      :WS-DAYS-OLD,
                      :FAS-CARRIER-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO

           MOVE FAS-FEE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-DAYS-OLD    TO WS-EDIT-AGE.
      *    A CARRIER CHARGEBACK AGES UNDER THE CARRIER, NOT A CASE.
           MOVE 'CASE '      TO WS-AGE-LABEL.
           MOVE FAS-CASE-NUM TO WS-AGE-KEY.
           IF FAS-FEE-TYPE = 'T'
               MOVE 'CARR '          TO WS-AGE-LABEL
               MOVE FAS-CARRIER-CODE TO WS-AGE-KEY.

           MOVE SPACES TO WS-INVOICE-LINE.
           STRING WS-AGE-LABEL     DELIMITED BY SIZE
                  WS-AGE-KEY       DELIMITED BY SIZE
                  ' TYPE '         DELIMITED BY SIZE
                  FAS-FEE-TYPE     DELIMITED BY SIZE
                  ' BILLED '       DELIMITED BY SIZE

       P650000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> ANNUAL 408(B)(2) FEE DISCLOSURE'.
       P700000-FEE-DISCLOSURE SECTION.
      *----------------------------------------------------------------*
      *    ONE STATEMENT PER CASE AND COMPENSATED BROKER SHOWING THE   *
      *    PLAN YEAR'S EXPECTED COMMISSION, THE OVERRIDES PAID ON IT   *
      *    UP THE BROKER'S HIERARCHY, AND THE SERVICE FEE - TO THE     *
      *    FDSC TDQ AND AS A FEEDISCL LETTER TO THE EMPLOYER.          *
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE FB-PLAN-YEAR TO WS-PLAN-YEAR.
           IF WS-PLAN-YEAR = SPACES
               MOVE WS-TODAY-DATE (1:4) TO WS-PLAN-YEAR.

           EXEC SQL
               OPEN DSCCASECUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE 'N' TO WS-DSC-CASE-EOF-SW.

           PERFORM P750000-DISCLOSE-ONE-CASE THRU P750000-EXIT
               UNTIL DISCLOSE-CASE-EOF.

           EXEC SQL
               CLOSE DSCCASECUR
           END-EXEC.

           IF FB-CASES-DISCLOSED = ZERO AND FB-RETURN-CODE = '00'
               MOVE '02' TO FB-RETURN-CODE.

       P700000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> DISCLOSE ONE CASE'.
       P750000-DISCLOSE-ONE-CASE SECTION.

           EXEC SQL
               FETCH DSCCASECUR
                 INTO :WS-DSC-CASE-NUM,
                      :WS-DSC-CASE-IDNTITY,
                      :WS-CYCLE-PREMIUM,
                      :WS-DSC-AGENT-REP
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO FB-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-DSC-CASE-EOF-SW
               GO TO P750000-EXIT.

           EXEC SQL
               OPEN DSCBRKCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               MOVE 'Y'  TO WS-DSC-CASE-EOF-SW
               GO TO P750000-EXIT.

           MOVE ZERO TO WS-DSC-BROKERS.
           MOVE 'N'  TO WS-DSC-BRK-EOF-SW.

           PERFORM P800000-DISCLOSE-ONE-BROKER THRU P800000-EXIT
               UNTIL DISCLOSE-BROKER-EOF.

           EXEC SQL
               CLOSE DSCBRKCUR
           END-EXEC.

           IF FB-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-DSC-CASE-EOF-SW
               GO TO P750000-EXIT.

           IF WS-DSC-BROKERS > ZERO
               ADD 1 TO FB-CASES-DISCLOSED.

       P750000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> ONE BROKERS COMPENSATION ON THE CASE'.
       P800000-DISCLOSE-ONE-BROKER SECTION.

           EXEC SQL
               FETCH DSCBRKCUR
                 INTO :BROKER-ID,
                      :GA-COMM-PERCENTAGE,
                      :WS-DSC-SHARE-PCT,
                      :WS-DSC-GA,
                      :WS-DSC-MGR,
                      :WS-DSC-DIST,
                      :WS-DSC-REGION
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO FB-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-DSC-BRK-EOF-SW
               GO TO P800000-EXIT.

           MOVE ZERO TO WS-DSC-COMMISSION WS-DSC-OVERRIDES
                        WS-DSC-FEES WS-DSC-COLLECTED.

      *----------------------------------------------------------------*
      *    A BROKER ON A SERVICE FEE FOR THE CASE IS PAID THE FEE IN   *
      *    PLACE OF COMMISSION, SO NO OVERRIDE IS EARNED ON IT EITHER. *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT FEE_BASIS,
                      FEE_RATE,
                      FEE_FREQUENCY
                 INTO :SVF-FEE-BASIS,
                      :SVF-FEE-RATE,
                      :SVF-FEE-FREQUENCY
                 FROM BROKER_SERVICE_FEE
                WHERE CASE_NUM        = :WS-DSC-CASE-NUM
                  AND BROKER_ID       = :BROKER-ID
                  AND EFFECTIVE_DATE <= CURRENT DATE
                  AND (TERM_DATE IS NULL
                    OR TERM_DATE > CURRENT DATE)
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO FB-RETURN-CODE
               MOVE 'Y'  TO WS-DSC-BRK-EOF-SW
               GO TO P800000-EXIT.

           IF SQLCODE = ZERO
               IF SVF-FEE-FREQUENCY NOT > ZERO
                   MOVE 1 TO SVF-FEE-FREQUENCY
               END-IF
               IF SVF-FEE-BASIS = 'P'
                   COMPUTE WS-DSC-FEES ROUNDED =
                       WS-CYCLE-PREMIUM * SVF-FEE-RATE / 100 * 12
               ELSE
                   COMPUTE WS-DSC-FEES ROUNDED =
                       SVF-FEE-RATE * 12 / SVF-FEE-FREQUENCY
               END-IF
           ELSE
               COMPUTE WS-DSC-COMMISSION ROUNDED =
                   WS-CYCLE-PREMIUM * 12 * GA-COMM-PERCENTAGE / 100
                   * WS-DSC-SHARE-PCT / 100
               PERFORM P850000-HIERARCHY-OVERRIDES THRU P850000-EXIT
           END-IF.

           IF FB-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-DSC-BRK-EOF-SW
               GO TO P800000-EXIT.

      *    THE SERVICE FEES ACTUALLY COLLECTED IN THE PLAN YEAR.
           EXEC SQL
               SELECT VALUE(SUM(FEE_AMOUNT), 0)
                 INTO :WS-DSC-COLLECTED
                 FROM FEE_ASSESSMENT
                WHERE CASE_NUM      = :WS-DSC-CASE-NUM
                  AND FEE_TYPE      = 'B'
                  AND BROKER_ID     = :BROKER-ID
                  AND ASSESS_STATUS = 'C'
                  AND SUBSTR(CHAR(COLLECTED_DATE, ISO), 1, 4)
                                    = :WS-PLAN-YEAR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               MOVE 'Y'  TO WS-DSC-BRK-EOF-SW
               GO TO P800000-EXIT.

           IF WS-DSC-COMMISSION = ZERO AND WS-DSC-FEES = ZERO
           AND WS-DSC-COLLECTED = ZERO
               GO TO P800000-EXIT.

           ADD 1 TO WS-DSC-BROKERS.

           MOVE WS-DSC-COMMISSION TO WS-EDIT-COMM.
           MOVE WS-DSC-OVERRIDES  TO WS-EDIT-OVR.
           MOVE WS-DSC-FEES       TO WS-EDIT-FEES.
           MOVE WS-DSC-COLLECTED  TO WS-EDIT-COLL.
           MOVE SPACES TO WS-DISCLOSE-LINE.
           STRING 'CASE '          DELIMITED BY SIZE
                  WS-DSC-CASE-NUM  DELIMITED BY SIZE
                  ' PLAN YEAR '    DELIMITED BY SIZE
                  WS-PLAN-YEAR     DELIMITED BY SIZE
                  ' BROKER '       DELIMITED BY SIZE
                  BROKER-ID        DELIMITED BY SIZE
                  ' COMMISSION '   DELIMITED BY SIZE
                  WS-EDIT-COMM     DELIMITED BY SIZE
                  ' OVERRIDES '    DELIMITED BY SIZE
                  WS-EDIT-OVR      DELIMITED BY SIZE
                  ' FEES '         DELIMITED BY SIZE
                  WS-EDIT-FEES     DELIMITED BY SIZE
                  ' COLLECTED '    DELIMITED BY SIZE
                  WS-EDIT-COLL     DELIMITED BY SIZE
               INTO WS-DISCLOSE-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('FDSC')
                     FROM    (WS-DISCLOSE-LINE)
                     LENGTH  (LENGTH OF WS-DISCLOSE-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

      *    A LETTER THAT FAILS IS NOT A REASON TO STOP THE RUN.
           MOVE SPACES              TO CORRGEN-COMM-AREA.
           MOVE 'G'                 TO CG-FUNCTION-CODE.
           MOVE 'FEEDISCL'          TO CG-TEMPLATE-ID.
           MOVE WS-DSC-CASE-IDNTITY TO CG-IDNTITY.
           MOVE WS-DSC-CASE-NUM     TO CG-CASE-NUM.
           MOVE BROKER-ID           TO CG-SUBST-VALUE (1).
           MOVE WS-PLAN-YEAR        TO CG-SUBST-VALUE (2).
           MOVE WS-EDIT-COMM        TO CG-SUBST-VALUE (3).
           MOVE WS-EDIT-OVR         TO CG-SUBST-VALUE (4).
           MOVE WS-EDIT-FEES        TO CG-SUBST-VALUE (5).
           MOVE FB-OPERATOR-LOGON   TO CG-OPERATOR-LOGON.
           MOVE 'FEEBILL '          TO CG-SOURCE-PROGRAM.
           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P800000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> OVERRIDES PAID UP THE HIERARCHY'.
       P850000-HIERARCHY-OVERRIDES SECTION.
      *----------------------------------------------------------------*
      *    THE CURRENT COMM_OVERRIDE_SCHED PERCENTAGES FOR THE         *
      *    BROKER'S GENERAL AGENT, MANAGER, DISTRICT AND REGION, AS    *
      *    COMMDISB EARNS THEM ON THE BROKER'S COMMISSION.             *
      *----------------------------------------------------------------*

           MOVE ZERO TO WS-DSC-OVR-PCT.

           EXEC SQL
               SELECT VALUE(SUM(OVERRIDE_PERCENT), 0)
                 INTO :WS-DSC-OVR-PCT
                 FROM COMM_OVERRIDE_SCHED
                WHERE EFFECTIVE_DATE    <= CURRENT DATE
                  AND (TERM_DATE IS NULL
                    OR TERM_DATE > CURRENT DATE)
                  AND OVERRIDE_BROKER_ID <> :BROKER-ID
                  AND ((HIERARCHY_LEVEL = 'G'
                        AND HIERARCHY_CODE = :WS-DSC-GA)
                    OR (HIERARCHY_LEVEL = 'M'
                        AND HIERARCHY_CODE = :WS-DSC-MGR)
                    OR (HIERARCHY_LEVEL = 'D'
                        AND HIERARCHY_CODE = :WS-DSC-DIST)
                    OR (HIERARCHY_LEVEL = 'R'
                        AND HIERARCHY_CODE = :WS-DSC-REGION))
                  AND HIERARCHY_CODE <> ' '
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               GO TO P850000-EXIT.

           COMPUTE WS-DSC-OVERRIDES ROUNDED =
               WS-DSC-COMMISSION * WS-DSC-OVR-PCT / 100.

       P850000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> SET A BROKER SERVICE FEE'.
       P900000-SET-SERVICE-FEE SECTION.
      *----------------------------------------------------------------*
      *    THE CURRENT ROW FOR THE CASE AND BROKER ENDS ON THE NEW     *
      *    EFFECTIVE DATE AND THE NEW TERMS START THERE, CARRYING THE  *
      *    COLLECTED-THROUGH DATE FORWARD SO A PERIOD ALREADY BILLED   *
      *    IS NOT BILLED AGAIN.  A RATE OF ZERO ONLY ENDS THE FEE.     *
      *----------------------------------------------------------------*

           IF FB-FEE-RATE NOT = ZERO
           AND FB-FEE-BASIS NOT = 'F' AND FB-FEE-BASIS NOT = 'P'
               MOVE '04' TO FB-RETURN-CODE
               GO TO P900000-EXIT.

           IF FB-FEE-RATE < ZERO
               MOVE '04' TO FB-RETURN-CODE
               GO TO P900000-EXIT.

           IF FB-FEE-BASIS = 'P' AND FB-FEE-RATE > 100
               MOVE '04' TO FB-RETURN-CODE
               GO TO P900000-EXIT.

           MOVE FB-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :WS-EFFECTIVE-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           MOVE FB-FEE-FREQUENCY TO SVF-FEE-FREQUENCY.
           IF SVF-FEE-FREQUENCY NOT > ZERO
               MOVE 1 TO SVF-FEE-FREQUENCY.

           MOVE ZERO TO WS-CASE-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CASE-COUNT
                 FROM CASE_MASTER
                WHERE CASE_NUM = :FB-CASE-NUM
           END-EXEC.

           IF WS-CASE-COUNT = ZERO
               MOVE '02' TO FB-RETURN-CODE
               GO TO P900000-EXIT.

           IF FB-FEE-RATE = ZERO
               GO TO P900000-END-CURRENT-ROW.

           MOVE SPACE TO WS-AGREE-IND.

           EXEC SQL
               SELECT VALUE(A.SERVFEE_AGREE_IND, 'N')
                 INTO :WS-AGREE-IND
                 FROM BROKER B, AGNTNAME A
                WHERE B.BROKER_ID = :FB-BROKER-ID
                  AND A.IDNTITY   = B.AGNTNAME#IDNTY
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO FB-RETURN-CODE
               GO TO P900000-EXIT.

           IF WS-AGREE-IND NOT = 'Y'
               MOVE '03' TO FB-RETURN-CODE
               GO TO P900000-EXIT.

       P900000-END-CURRENT-ROW.

           MOVE SPACES TO SVF-FEE-COLL-THRU.

           EXEC SQL
               SELECT VALUE(CHAR(MAX(FEE_COLL_THRU), ISO),
                            CHAR(DATE(:WS-EFFECTIVE-DATE) - 1 DAY,
                                 ISO))
                 INTO :SVF-FEE-COLL-THRU
                 FROM BROKER_SERVICE_FEE
                WHERE CASE_NUM  = :FB-CASE-NUM
                  AND BROKER_ID = :FB-BROKER-ID
                  AND TERM_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               GO TO P900000-EXIT.

           EXEC SQL
               UPDATE BROKER_SERVICE_FEE
                  SET TERM_DATE        = DATE(:WS-EFFECTIVE-DATE),
                      CHANGE_LOGON     = :FB-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM  = :FB-CASE-NUM
                  AND BROKER_ID = :FB-BROKER-ID
                  AND TERM_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO FB-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P900000-EXIT.

           IF FB-FEE-RATE = ZERO
               GO TO P900000-EXIT.

           EXEC SQL
               INSERT INTO BROKER_SERVICE_FEE
                      ( CASE_NUM,
                        BROKER_ID,
                        FEE_BASIS,
                        FEE_RATE,
                        FEE_FREQUENCY,
                        EFFECTIVE_DATE,
                        TERM_DATE,
                        FEE_COLL_THRU,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP )
               VALUES ( :FB-CASE-NUM,
                        :FB-BROKER-ID,
                        :FB-FEE-BASIS,
                        :FB-FEE-RATE,
                        :SVF-FEE-FREQUENCY,
                        DATE(:WS-EFFECTIVE-DATE),
                        NULL,
                        DATE(:SVF-FEE-COLL-THRU),
                        :FB-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

       P900000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> BILL ONE CARRIER TRANSACTION CHARGEBACK'.
       P950000-BILL-CARRIER-CHGBACK SECTION.
      *----------------------------------------------------------------*
      *    CHGBACK PRICES THE MONTH'S COST JOURNAL AND PASSES EACH     *
      *    CARRIER'S TOTAL HERE.  THE CHARGEBACK IS TRACKED AS A FEE   *
      *    ASSESSMENT OF TYPE 'T' WITH NO CASE, SO IT AGES AND IS      *
      *    COLLECTED WITH THE OTHER FEES.  ONE ASSESSMENT PER CARRIER  *
      *    AND MONTH, WHATEVER ITS STATUS, BLOCKS A DOUBLE BILL WHEN   *
      *    THE MONTH IS RERUN.                                         *
      *----------------------------------------------------------------*

           IF FB-CARRIER-CODE = SPACES OR FB-CHARGE-MONTH = SPACES
               MOVE '02' TO FB-RETURN-CODE
               GO TO P950000-EXIT.

           IF FB-CHARGE-AMOUNT NOT > ZERO
               OR FB-CHARGE-AMOUNT > WS-MAX-FEE-AMOUNT
               MOVE '04' TO FB-RETURN-CODE
               GO TO P950000-EXIT.

           MOVE ZERO TO WS-OPEN-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-COUNT
                 FROM FEE_ASSESSMENT
                WHERE FEE_TYPE     = 'T'
                  AND CARRIER_CODE = :FB-CARRIER-CODE
                  AND CHARGE_MONTH = :FB-CHARGE-MONTH
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               GO TO P950000-EXIT.

           IF WS-OPEN-COUNT > ZERO
               MOVE '05' TO FB-RETURN-CODE
               GO TO P950000-EXIT.

           MOVE FB-CHARGE-AMOUNT TO WS-FEE-AMOUNT.

           EXEC SQL
               INSERT INTO FEE_ASSESSMENT
                      ( ASSESS_ID,
                        CASE_NUM,
                        FEE_TYPE,
                        FEE_AMOUNT,
                        BILLED_DATE,
                        ASSESS_STATUS,
                        COLLECTED_DATE,
                        WORKED_LOGON,
                        BROKER_ID,
                        PASSED_THRU_MONTH,
                        CARRIER_CODE,
                        CHARGE_MONTH )
               VALUES ( NEXT VALUE FOR FEE_ASSESSMENT_SEQ,
                        ' ',
                        'T',
                        :WS-FEE-AMOUNT,
                        CURRENT DATE,
                        'B',
                        NULL,
                        :FB-OPERATOR-LOGON,
                        NULL,
                        NULL,
                        :FB-CARRIER-CODE,
                        :FB-CHARGE-MONTH )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               GO TO P950000-EXIT.

           ADD 1 TO FB-FEES-BILLED.
           ADD WS-FEE-AMOUNT TO FB-AMOUNT-BILLED.

           MOVE WS-FEE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-INVOICE-LINE.
           STRING 'CARRIER '          DELIMITED BY SIZE
                  FB-CARRIER-CODE     DELIMITED BY SIZE
                  '  TRANSACTION CHARGEBACK ' DELIMITED BY SIZE
                  FB-CHARGE-MONTH     DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-EDIT-AMOUNT      DELIMITED BY SIZE
               INTO WS-INVOICE-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('FEEB')
                     FROM    (WS-INVOICE-LINE)
                     LENGTH  (LENGTH OF WS-INVOICE-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P950000-EXIT.
           EXIT.
           TITLE 'FEEBILL --> BILL A COVERED-LIFE PASS-THROUGH'.
       P960000-BILL-LIVES-PASS-THRU SECTION.
      *----------------------------------------------------------------*
      *    LIFEASMT PASSES THE MONTH'S PER-COVERED-LIFE ASSESSMENTS    *
      *    THE CASE CONTRACT ALLOWS AS ONE AMOUNT.  IT POSTS TO THE    *
      *    CYCLE FIELDS LIKE ANY CASE FEE AND IS TRACKED AS A FEE      *
      *    TYPE 'L' ASSESSMENT CARRYING THE MONTH, SO IT AGES AND IS   *
      *    COLLECTED WITH THE OTHER FEES.  ONE ASSESSMENT PER CASE AND *
      *    MONTH, WHATEVER ITS STATUS, BLOCKS A DOUBLE BILL.           *
      *----------------------------------------------------------------*

           IF FB-CASE-NUM = SPACES OR FB-CHARGE-MONTH = SPACES
               MOVE '02' TO FB-RETURN-CODE
               GO TO P960000-EXIT.

           IF FB-CHARGE-AMOUNT NOT > ZERO
               OR FB-CHARGE-AMOUNT > WS-MAX-FEE-AMOUNT
               MOVE '04' TO FB-RETURN-CODE
               GO TO P960000-EXIT.

           MOVE ZERO TO WS-OPEN-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-COUNT
                 FROM FEE_ASSESSMENT
                WHERE FEE_TYPE     = 'L'
                  AND CASE_NUM     = :FB-CASE-NUM
                  AND CHARGE_MONTH = :FB-CHARGE-MONTH
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               GO TO P960000-EXIT.

           IF WS-OPEN-COUNT > ZERO
               MOVE '05' TO FB-RETURN-CODE
               GO TO P960000-EXIT.

           MOVE FB-CHARGE-AMOUNT TO WS-FEE-AMOUNT.

           EXEC SQL
               UPDATE CASE_MASTER
                  SET CYCLE_ADJUSTMENTS = CYCLE_ADJUSTMENTS
                                          + :WS-FEE-AMOUNT,
                      CYCLE_CURR_BAL    = CYCLE_CURR_BAL
                                          + :WS-FEE-AMOUNT,
                      ACCT_RECONCILED   = 'N'
                WHERE CASE_NUM = :FB-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO FB-RETURN-CODE
               GO TO P960000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               GO TO P960000-EXIT.

           EXEC SQL
               INSERT INTO FEE_ASSESSMENT
                      ( ASSESS_ID,
                        CASE_NUM,
                        FEE_TYPE,
                        FEE_AMOUNT,
                        BILLED_DATE,
                        ASSESS_STATUS,
                        COLLECTED_DATE,
                        WORKED_LOGON,
                        BROKER_ID,
                        PASSED_THRU_MONTH,
                        CARRIER_CODE,
                        CHARGE_MONTH )
               VALUES ( NEXT VALUE FOR FEE_ASSESSMENT_SEQ,
                        :FB-CASE-NUM,
                        'L',
                        :WS-FEE-AMOUNT,
                        CURRENT DATE,
                        'B',
                        NULL,
                        :FB-OPERATOR-LOGON,
                        NULL,
                        NULL,
                        :FB-CARRIER-CODE,
                        :FB-CHARGE-MONTH )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO FB-RETURN-CODE
               GO TO P960000-EXIT.

           ADD 1 TO FB-FEES-BILLED.
           ADD WS-FEE-AMOUNT TO FB-AMOUNT-BILLED.

           MOVE 'L' TO WS-WORK-FEE-TYPE.
           PERFORM P350000-WRITE-INVOICE-LINE THRU P350000-EXIT.

       P960000-EXIT.
           EXIT.
