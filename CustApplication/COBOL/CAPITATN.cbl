       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAPITATN.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: CAPITATN                                       *
      *  PROGRAM TEXT:  MONTHLY PREPAID VENDOR CAPITATION.  MEMBERS     *
      *                 OF A CASE WITH A PREPAID_VENDOR WHO CARRY       *
      *                 INDMNTY_PREPD_IND ARE PAID TO THE DENTAL OR     *
      *                 VISION VENDOR PER MEMBER PER MONTH, AND THE     *
      *                 COUNT BEHIND THE CHECK WAS RUN BY HAND.         *
      *                 FUNCTION 'M' COUNTS EVERY MEMBER WITH A         *
      *                 CAPITATED PLAN IN FORCE ON THE FIRST OF THE     *
      *                 MONTH BY VENDOR, PLAN AND TIER (DEPENDENCY      *
      *                 CODE) AT THE PROGRAM_RULES PMPM RATE, THEN      *
      *                 LOOKS BACK OVER THE PRIOR MONTHS THIS RUN HAS   *
      *                 PAID: A MEMBER NOW SHOWN IN FORCE BUT NEVER     *
      *                 PAID IS A RETRO ADD, AND A MEMBER PAID BUT NO   *
      *                 LONGER IN FORCE IS A RETRO TERM AND IS          *
      *                 RECOUPED.  EVERY MEMBER LINE IS KEPT ON         *
      *                 CAPITATION_ROSTER FOR VENDOR DISPUTES, THE      *
      *                 REMITTANCE FILE GOES TO THE CAPR TDQ, AND       *
      *                 EACH VENDOR'S NET IS LEFT ON CAPITATION_PAYMENT *
      *                 FOR CHKDISB TO PAY (GLEXTRCT JOURNALS THE       *
      *                 EXPENSE WHEN IT IS PAID).  A VENDOR WHOSE       *
      *                 RECOUPMENTS EXCEED THE MONTH CARRIES THE        *
      *                 BALANCE INTO ITS NEXT PAYMENT.  THE MONTH IS    *
      *                 ONE UNIT OF WORK, SO A FAILED RUN LEAVES        *
      *                 NOTHING BEHIND AND A FINISHED MONTH IS NEVER    *
      *                 RUN TWICE.                                      *
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
       77  WS-DEFAULT-RETRO-MONTHS     PIC 9(2)  VALUE 3.

       01  WS-ADD-EOF-SW                PIC X     VALUE 'N'.
           88  ADD-CURSOR-EOF           VALUE 'Y'.
       01  WS-TRM-EOF-SW                PIC X     VALUE 'N'.
           88  TERM-CURSOR-EOF          VALUE 'Y'.
       01  WS-VND-EOF-SW                PIC X     VALUE 'N'.
           88  VENDOR-CURSOR-EOF        VALUE 'Y'.
       01  WS-RMT-EOF-SW                PIC X     VALUE 'N'.
           88  REMIT-CURSOR-EOF         VALUE 'Y'.

       01  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
       01  WS-CAP-MONTH                 PIC X(6)  VALUE SPACES.
       01  WS-CAP-MONTH-PARTS REDEFINES WS-CAP-MONTH.
           05  WS-CAP-YEAR              PIC X(4).
           05  WS-CAP-MM                PIC X(2).
               88  WS-CAP-MM-OK         VALUE '01' THRU '12'.
       01  WS-MONTH-FIRST               PIC X(10) VALUE SPACES.
       01  WS-COV-FIRST                 PIC X(10) VALUE SPACES.
       01  WS-COV-MONTH                 PIC X(6)  VALUE SPACES.
       01  WS-RETRO-MONTHS              PIC 9(2)  VALUE ZERO.
       01  WS-MONTH-BACK                PIC S9(4) COMP VALUE ZERO.
       01  WS-PRIOR-RUN-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-ADJ-TYPE                  PIC X(1)  VALUE SPACE.

       01  WS-RATE-KEY.
           05  WS-RATE-VENDOR           PIC X(2)  VALUE SPACES.
           05  WS-RATE-PLAN             PIC X(2)  VALUE SPACES.
           05  WS-RATE-TIER             PIC X(1)  VALUE SPACE.
       01  WS-LAST-RATE-KEY             PIC X(5)  VALUE HIGH-VALUES.
       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.
       01  WS-RULE-QUALIFIER            PIC X(10) VALUE SPACES.
       01  WS-PMPM-RATE-X               PIC X(7)  VALUE '0000000'.
       01  WS-PMPM-RATE REDEFINES WS-PMPM-RATE-X
                                        PIC 9(5)V99.

       01  WS-VND-MEMBERS               PIC S9(9) COMP VALUE ZERO.
       01  WS-VND-ADDS                  PIC S9(9) COMP VALUE ZERO.
       01  WS-VND-TERMS                 PIC S9(9) COMP VALUE ZERO.
       01  WS-VND-CAP-AMOUNT            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-VND-RETRO-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-VND-CARRIED               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PAID-AMOUNT               PIC S9(9)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      *    THE VENDOR REMITTANCE FILE: A HEADER, ONE DETAIL PER        *
      *    ROSTER LINE AND A TRAILER PER VENDOR.                       *
      *----------------------------------------------------------------*
       01  WS-REMIT-REC.
           05  WS-RMT-REC-TYPE          PIC X(1).
               88  WS-RMT-HEADER-REC    VALUE 'H'.
               88  WS-RMT-DETAIL-REC    VALUE 'D'.
               88  WS-RMT-TRAILER-REC   VALUE 'T'.
           05  WS-RMT-VENDOR            PIC X(2).
           05  WS-RMT-CAP-MONTH         PIC X(6).
           05  WS-RMT-BODY              PIC X(91).
           05  WS-RMT-HEADER REDEFINES WS-RMT-BODY.
               10  WS-RMH-PAYEE-NAME    PIC X(30).
               10  WS-RMH-RUN-DATE      PIC X(10).
               10  FILLER               PIC X(51).
           05  WS-RMT-DETAIL REDEFINES WS-RMT-BODY.
               10  WS-RMD-COV-MONTH     PIC X(6).
               10  WS-RMD-CASE-NUM      PIC X(6).
               10  WS-RMD-EMP-NUM       PIC 9(5).
               10  WS-RMD-PLAN-CODE     PIC X(2).
               10  WS-RMD-TIER-CODE     PIC X(1).
               10  WS-RMD-ADJ-TYPE      PIC X(1).
               10  WS-RMD-UNITS         PIC -9.
               10  WS-RMD-PMPM-RATE     PIC 9(5).99.
               10  WS-RMD-AMOUNT        PIC -9(7).99.
               10  FILLER               PIC X(49).
           05  WS-RMT-TRAILER REDEFINES WS-RMT-BODY.
               10  WS-RMT-MEMBERS       PIC 9(7).
               10  WS-RMT-ADDS          PIC 9(5).
               10  WS-RMT-TERMS         PIC 9(5).
               10  WS-RMT-CAP-AMOUNT    PIC -9(9).99.
               10  WS-RMT-RETRO-AMOUNT  PIC -9(9).99.
               10  WS-RMT-CARRIED       PIC -9(9).99.
               10  WS-RMT-TOTAL         PIC -9(9).99.
               10  FILLER               PIC X(22).

           COPY CASEMAST.
           COPY EMPLOYEE.
           COPY PROGRULE.
           COPY CAPPAYMT.
           COPY CAPROSTR.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    MEMBERS IN FORCE ON THE FIRST OF THE COVERAGE MONTH WHOM    *
      *    THE VENDOR HAS NOT BEEN PAID FOR.  FOR A PRIOR MONTH ONLY   *
      *    A MONTH THIS RUN ALREADY PAID THE VENDOR IS LOOKED AT, SO   *
      *    THE MONTHS PAID BEFORE CAPITATN ARE NEVER PAID AGAIN.       *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CPADDCUR CURSOR FOR
               SELECT C.PREPAID_VENDOR,
                      C.CASE_NUM,
                      C.CASENAME#IDNTITY,
                      E.EMP_NUM,
                      V.PLAN_CODE,
                      E.DEPENDENCY_CODE
                 FROM CASE_MASTER C, EMPLOYEE E, COVERAGE V
                WHERE C.PREPAID_VENDOR    <> '  '
                  AND E.CASENAME#IDNTITY  = C.CASENAME#IDNTITY
                  AND E.INDMNTY_PREPD_IND = 'Y'
                  AND V.CASENAME#CIM      = E.CASENAME#IDNTITY
                  AND V.EMPLOYEE#EMP_NUM  = E.EMP_NUM
                  AND V.EFF_DATE         <= DATE(:WS-COV-FIRST)
                  AND (V.TERM_DATE IS NULL
                   OR  V.TERM_DATE > DATE(:WS-COV-FIRST))
                  AND (:WS-MONTH-BACK = 0
                   OR  EXISTS
                      (SELECT 1 FROM CAPITATION_PAYMENT P
                        WHERE P.VENDOR_CODE = C.PREPAID_VENDOR
                          AND P.CAP_MONTH   = :WS-COV-MONTH))
                  AND NOT EXISTS
                      (SELECT 1 FROM CAPITATION_ROSTER R
                        WHERE R.VENDOR_CODE    = C.PREPAID_VENDOR
                          AND R.COVERAGE_MONTH = :WS-COV-MONTH
                          AND R.CASE_NUM       = C.CASE_NUM
                          AND R.EMP_NUM        = E.EMP_NUM
                          AND R.PLAN_CODE      = V.PLAN_CODE
                       HAVING SUM(R.MEMBER_UNITS) > 0)
                ORDER BY 1, 5, 6, 2, 4
           END-EXEC.

      *----------------------------------------------------------------*
      *    MEMBERS THE VENDOR HAS BEEN PAID FOR IN A PRIOR COVERAGE    *
      *    MONTH WHO WERE NOT IN FORCE ON ITS FIRST AFTER ALL - THE    *
      *    NET PAID FOR THEM IS RECOUPED.                              *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CPTRMCUR CURSOR FOR
               SELECT R.VENDOR_CODE,
                      R.CASE_NUM,
                      R.CASENAME#IDNTITY,
                      R.EMP_NUM,
                      R.PLAN_CODE,
                      MAX(R.TIER_CODE),
                      SUM(R.CAP_AMOUNT)
                 FROM CAPITATION_ROSTER R
                WHERE R.COVERAGE_MONTH = :WS-COV-MONTH
                  AND NOT EXISTS
                      (SELECT 1
                         FROM CASE_MASTER C, EMPLOYEE E, COVERAGE V
                        WHERE C.CASE_NUM          = R.CASE_NUM
                          AND C.PREPAID_VENDOR    = R.VENDOR_CODE
                          AND E.CASENAME#IDNTITY  = C.CASENAME#IDNTITY
                          AND E.EMP_NUM           = R.EMP_NUM
                          AND E.INDMNTY_PREPD_IND = 'Y'
                          AND V.CASENAME#CIM      = E.CASENAME#IDNTITY
                          AND V.EMPLOYEE#EMP_NUM  = E.EMP_NUM
                          AND V.PLAN_CODE         = R.PLAN_CODE
                          AND V.EFF_DATE  <= DATE(:WS-COV-FIRST)
                          AND (V.TERM_DATE IS NULL
                           OR  V.TERM_DATE > DATE(:WS-COV-FIRST)))
                GROUP BY R.VENDOR_CODE, R.CASE_NUM,
                         R.CASENAME#IDNTITY, R.EMP_NUM, R.PLAN_CODE
               HAVING SUM(R.MEMBER_UNITS) > 0
                ORDER BY 1, 5, 2, 4
           END-EXEC.

           EXEC SQL DECLARE CPVNDCUR CURSOR FOR
               SELECT VENDOR_CODE,
                      SUM(CASE WHEN ADJ_TYPE = 'C' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN ADJ_TYPE = 'A' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN ADJ_TYPE = 'T' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN ADJ_TYPE = 'C'
                               THEN CAP_AMOUNT ELSE 0 END),
                      SUM(CASE WHEN ADJ_TYPE = 'C'
                               THEN 0 ELSE CAP_AMOUNT END)
                 FROM CAPITATION_ROSTER
                WHERE CAP_MONTH = :WS-CAP-MONTH
                GROUP BY VENDOR_CODE
                ORDER BY VENDOR_CODE
           END-EXEC.

           EXEC SQL DECLARE CPRMTCUR CURSOR FOR
               SELECT COVERAGE_MONTH,
                      CASE_NUM,
                      EMP_NUM,
                      PLAN_CODE,
                      TIER_CODE,
                      ADJ_TYPE,
                      MEMBER_UNITS,
                      PMPM_RATE,
                      CAP_AMOUNT
                 FROM CAPITATION_ROSTER
                WHERE VENDOR_CODE = :CAP-VENDOR-CODE
                  AND CAP_MONTH   = :WS-CAP-MONTH
                ORDER BY PLAN_CODE, TIER_CODE, CASE_NUM, EMP_NUM,
                         COVERAGE_MONTH
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'CAPITATN --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY CAPITATC.
           TITLE 'CAPITATN --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'CAPITATN' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CP-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CP-RETURN-CODE.
           MOVE ZERO TO CP-MEMBERS-CAPITATED CP-RETRO-ADDS
                        CP-RETRO-TERMS CP-VENDORS-PAYABLE
                        CP-REMIT-LINES CP-AMOUNT-PAYABLE.

           IF CP-FUNCTION-CODE NOT = 'M'
               MOVE '01' TO CP-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P100000-SET-THE-MONTH THRU P100000-EXIT.

           IF CP-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

      *----------------------------------------------------------------*
      *    THE OLDEST LOOK-BACK MONTH FIRST, THE CAPITATION MONTH      *
      *    ITSELF LAST.                                                *
      *----------------------------------------------------------------*
           PERFORM P200000-WORK-ONE-MONTH THRU P200000-EXIT
               VARYING WS-MONTH-BACK FROM WS-RETRO-MONTHS BY -1
                 UNTIL WS-MONTH-BACK < ZERO
                    OR CP-RETURN-CODE NOT = '00'.

           IF CP-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           IF CP-MEMBERS-CAPITATED = ZERO
               AND CP-RETRO-ADDS = ZERO
               AND CP-RETRO-TERMS = ZERO
               MOVE '02' TO CP-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P500000-SETTLE-THE-VENDORS THRU P500000-EXIT.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF CP-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               EXEC CICS SYNCPOINT
               END-EXEC
               MOVE 'E' TO RL-FUNCTION-CODE
           END-IF.
           MOVE 'CAPITATN'      TO RL-PROGRAM-NAME.
           MOVE CP-REMIT-LINES  TO RL-RECORD-COUNT.
           MOVE CP-RETURN-CODE  TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> THE CAPITATION MONTH AND LOOK-BACK'.
       P100000-SET-THE-MONTH SECTION.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CP-RETURN-CODE
               GO TO P100000-EXIT.

           IF CP-CAP-MONTH = SPACES
               MOVE WS-TODAY-DATE (1:4) TO WS-CAP-YEAR
               MOVE WS-TODAY-DATE (6:2) TO WS-CAP-MM
           ELSE
               MOVE CP-CAP-MONTH        TO WS-CAP-MONTH
           END-IF.

           IF WS-CAP-YEAR NOT NUMERIC
               OR NOT WS-CAP-MM-OK
               MOVE '05' TO CP-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE WS-CAP-MONTH TO CP-CAP-MONTH.
           MOVE SPACES       TO WS-MONTH-FIRST.
           STRING WS-CAP-YEAR  DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CAP-MM    DELIMITED BY SIZE
                  '-01'        DELIMITED BY SIZE
               INTO WS-MONTH-FIRST
           END-STRING.

      *----------------------------------------------------------------*
      *    A MONTH ALREADY ON CAPITATION_PAYMENT HAS BEEN RUN.         *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PRIOR-RUN-COUNT
                 FROM CAPITATION_PAYMENT
                WHERE CAP_MONTH = :WS-CAP-MONTH
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CP-RETURN-CODE
               GO TO P100000-EXIT.

           IF WS-PRIOR-RUN-COUNT > ZERO
               MOVE '04' TO CP-RETURN-CODE
               GO TO P100000-EXIT.

      *----------------------------------------------------------------*
      *    THE LOOK-BACK: THE CALLER'S, ELSE PROGRAM_RULES 'CAPITATN'  *
      *    / 'RETRO MONTHS' AS TWO DIGITS, ELSE THREE MONTHS.          *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-RETRO-MONTHS TO WS-RETRO-MONTHS.

           IF CP-RETRO-MONTHS > ZERO
               MOVE CP-RETRO-MONTHS TO WS-RETRO-MONTHS
               GO TO P100000-EXIT.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'CAPITATN'
                  AND RULE        = 'RETRO MONTHS'
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:2) IS NUMERIC
               MOVE PR-RULE-VALUE (1:2) TO WS-RETRO-MONTHS.

       P100000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> PAY AND RECOUP ONE COVERAGE MONTH'.
       P200000-WORK-ONE-MONTH SECTION.

           EXEC SQL
               SELECT CHAR(DATE(:WS-MONTH-FIRST)
                             - :WS-MONTH-BACK MONTHS, ISO)
                 INTO :WS-COV-FIRST
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CP-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE WS-COV-FIRST (1:4) TO WS-COV-MONTH (1:4).
           MOVE WS-COV-FIRST (6:2) TO WS-COV-MONTH (5:2).

           IF WS-MONTH-BACK = ZERO
               MOVE 'C' TO WS-ADJ-TYPE
           ELSE
               MOVE 'A' TO WS-ADJ-TYPE.

           EXEC SQL
               OPEN CPADDCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CP-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-ADD-EOF-SW.

           PERFORM P300000-PAY-ONE-MEMBER THRU P300000-EXIT
               UNTIL ADD-CURSOR-EOF.

           EXEC SQL
               CLOSE CPADDCUR
           END-EXEC.

           IF CP-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

      *    NOTHING HAS BEEN PAID YET FOR THE CAPITATION MONTH ITSELF.
           IF WS-MONTH-BACK = ZERO
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN CPTRMCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CP-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-TRM-EOF-SW.

           PERFORM P400000-RECOUP-ONE-MEMBER THRU P400000-EXIT
               UNTIL TERM-CURSOR-EOF.

           EXEC SQL
               CLOSE CPTRMCUR
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> PAY ONE MEMBER FOR THE MONTH'.
       P300000-PAY-ONE-MEMBER SECTION.

           EXEC SQL
               FETCH CPADDCUR
                 INTO :CAR-VENDOR-CODE,
                      :CAR-CASE-NUM,
                      :CAR-CASE-IDNTITY,
                      :CAR-EMP-NUM,
                      :CAR-PLAN-CODE,
                      :CAR-TIER-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CP-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ADD-EOF-SW
               GO TO P300000-EXIT.

      *    A PLAN WITH NO PMPM RATE FOR THE VENDOR IS NOT CAPITATED.
           MOVE CAR-VENDOR-CODE TO WS-RATE-VENDOR.
           MOVE CAR-PLAN-CODE   TO WS-RATE-PLAN.
           MOVE CAR-TIER-CODE   TO WS-RATE-TIER.
           PERFORM P350000-GET-PMPM-RATE THRU P350000-EXIT.

           IF WS-PMPM-RATE = ZERO
               GO TO P300000-EXIT.

           MOVE WS-CAP-MONTH    TO CAR-CAP-MONTH.
           MOVE WS-COV-MONTH    TO CAR-COVERAGE-MONTH.
           MOVE WS-ADJ-TYPE     TO CAR-ADJ-TYPE.
           MOVE +1              TO CAR-MEMBER-UNITS.
           MOVE WS-PMPM-RATE    TO CAR-PMPM-RATE.
           MOVE WS-PMPM-RATE    TO CAR-CAP-AMOUNT.

           PERFORM P450000-INSERT-ROSTER-LINE THRU P450000-EXIT.

           IF CP-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-ADD-EOF-SW
               GO TO P300000-EXIT.

           IF WS-ADJ-TYPE = 'C'
               ADD 1 TO CP-MEMBERS-CAPITATED
           ELSE
               ADD 1 TO CP-RETRO-ADDS.

       P300000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> PMPM RATE BY VENDOR, PLAN AND TIER'.
       P350000-GET-PMPM-RATE SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'CAPITATN' / 'PMPM RATE' WITH THE VENDOR IN   *
      *    CARRIER, THE PLAN (OR 'ALL') IN RULE_ENTITY AND THE TIER    *
      *    (OR 'ALL') IN RULE_QUALIFIER, AS SEVEN DIGITS - 0001250 =   *
      *    $12.50.  THE MOST SPECIFIC RULE WINS.  ROSTER ROWS COME IN  *
      *    VENDOR/PLAN/TIER ORDER, SO THE LAST RATE IS KEPT.           *
      *----------------------------------------------------------------*
           IF WS-RATE-KEY = WS-LAST-RATE-KEY
               GO TO P350000-EXIT.

           MOVE WS-RATE-KEY    TO WS-LAST-RATE-KEY.
           MOVE '0000000'      TO WS-PMPM-RATE-X.
           MOVE WS-RATE-PLAN   TO WS-RULE-ENTITY.
           MOVE WS-RATE-TIER   TO WS-RULE-QUALIFIER.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID     = 'CAPITATN'
                  AND RULE           = 'PMPM RATE'
                  AND CARRIER        = :WS-RATE-VENDOR
                  AND RULE_ENTITY    IN (:WS-RULE-ENTITY, 'ALL')
                  AND RULE_QUALIFIER IN (:WS-RULE-QUALIFIER, 'ALL')
                  AND CURRENT_IND    = 'Y'
                ORDER BY CASE WHEN RULE_ENTITY = 'ALL'
                              THEN 1 ELSE 0 END,
                         CASE WHEN RULE_QUALIFIER = 'ALL'
                              THEN 1 ELSE 0 END
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:7) IS NUMERIC
               MOVE PR-RULE-VALUE (1:7) TO WS-PMPM-RATE-X.

       P350000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> RECOUP ONE MEMBER PAID IN ERROR'.
       P400000-RECOUP-ONE-MEMBER SECTION.

           EXEC SQL
               FETCH CPTRMCUR
                 INTO :CAR-VENDOR-CODE,
                      :CAR-CASE-NUM,
                      :CAR-CASE-IDNTITY,
                      :CAR-EMP-NUM,
                      :CAR-PLAN-CODE,
                      :CAR-TIER-CODE,
                      :WS-PAID-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CP-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-TRM-EOF-SW
               GO TO P400000-EXIT.

      *    WHAT WAS PAID FOR THE MONTH COMES BACK, AT THE RATE PAID.
           MOVE WS-CAP-MONTH    TO CAR-CAP-MONTH.
           MOVE WS-COV-MONTH    TO CAR-COVERAGE-MONTH.
           MOVE 'T'             TO CAR-ADJ-TYPE.
           MOVE -1              TO CAR-MEMBER-UNITS.
           MOVE WS-PAID-AMOUNT  TO CAR-PMPM-RATE.
           COMPUTE CAR-CAP-AMOUNT = ZERO - WS-PAID-AMOUNT.

           PERFORM P450000-INSERT-ROSTER-LINE THRU P450000-EXIT.

           IF CP-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-TRM-EOF-SW
               GO TO P400000-EXIT.

           ADD 1 TO CP-RETRO-TERMS.

       P400000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> KEEP ONE ROSTER LINE'.
       P450000-INSERT-ROSTER-LINE SECTION.

           EXEC SQL
               INSERT INTO CAPITATION_ROSTER
                      ( VENDOR_CODE,
                        CAP_MONTH,
                        COVERAGE_MONTH,
                        CASE_NUM,
                        CASENAME#IDNTITY,
                        EMP_NUM,
                        PLAN_CODE,
                        TIER_CODE,
                        ADJ_TYPE,
                        MEMBER_UNITS,
                        PMPM_RATE,
                        CAP_AMOUNT )
               VALUES ( :CAR-VENDOR-CODE,
                        :CAR-CAP-MONTH,
                        :CAR-COVERAGE-MONTH,
                        :CAR-CASE-NUM,
                        :CAR-CASE-IDNTITY,
                        :CAR-EMP-NUM,
                        :CAR-PLAN-CODE,
                        :CAR-TIER-CODE,
                        :CAR-ADJ-TYPE,
                        :CAR-MEMBER-UNITS,
                        :CAR-PMPM-RATE,
                        :CAR-CAP-AMOUNT )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CP-RETURN-CODE.

       P450000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> NET EACH VENDOR AND LEAVE IT PAYABLE'.
       P500000-SETTLE-THE-VENDORS SECTION.

           EXEC SQL
               OPEN CPVNDCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CP-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-VND-EOF-SW.

           PERFORM P550000-SETTLE-ONE-VENDOR THRU P550000-EXIT
               UNTIL VENDOR-CURSOR-EOF.

           EXEC SQL
               CLOSE CPVNDCUR
           END-EXEC.

       P500000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> SETTLE ONE VENDOR'.
       P550000-SETTLE-ONE-VENDOR SECTION.

           EXEC SQL
               FETCH CPVNDCUR
                 INTO :CAP-VENDOR-CODE,
                      :WS-VND-MEMBERS,
                      :WS-VND-ADDS,
                      :WS-VND-TERMS,
                      :WS-VND-CAP-AMOUNT,
                      :WS-VND-RETRO-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CP-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-VND-EOF-SW
               GO TO P550000-EXIT.

      *----------------------------------------------------------------*
      *    A RECOUPMENT LEFT OWING FROM AN EARLIER MONTH NETS INTO     *
      *    THIS ONE.                                                   *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT VALUE(SUM(TOTAL_AMOUNT), 0)
                 INTO :WS-VND-CARRIED
                 FROM CAPITATION_PAYMENT
                WHERE VENDOR_CODE = :CAP-VENDOR-CODE
                  AND PAY_STATUS  = 'R'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CP-RETURN-CODE
               MOVE 'Y'  TO WS-VND-EOF-SW
               GO TO P550000-EXIT.

           IF WS-VND-CARRIED NOT = ZERO
               EXEC SQL
                   UPDATE CAPITATION_PAYMENT
                      SET PAY_STATUS  = 'N'
                    WHERE VENDOR_CODE = :CAP-VENDOR-CODE
                      AND PAY_STATUS  = 'R'
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO CP-RETURN-CODE
                   MOVE 'Y'  TO WS-VND-EOF-SW
                   GO TO P550000-EXIT
               END-IF
           END-IF.

           PERFORM P560000-GET-PAYEE-NAME THRU P560000-EXIT.

           MOVE WS-CAP-MONTH        TO CAP-CAP-MONTH.
           MOVE WS-VND-MEMBERS      TO CAP-MEMBER-COUNT.
           MOVE WS-VND-ADDS         TO CAP-RETRO-ADDS.
           MOVE WS-VND-TERMS        TO CAP-RETRO-TERMS.
           MOVE WS-VND-CAP-AMOUNT   TO CAP-CAP-AMOUNT.
           MOVE WS-VND-RETRO-AMOUNT TO CAP-RETRO-AMOUNT.
           MOVE WS-VND-CARRIED      TO CAP-CARRIED-AMOUNT.
           COMPUTE CAP-TOTAL-AMOUNT =
               WS-VND-CAP-AMOUNT + WS-VND-RETRO-AMOUNT
               + WS-VND-CARRIED.
           MOVE SPACES              TO CAP-CHECK-NUM.
           MOVE CP-OPERATOR-LOGON   TO CAP-RUN-LOGON.

           IF CAP-TOTAL-AMOUNT > ZERO
               MOVE 'P' TO CAP-PAY-STATUS
           ELSE
               MOVE 'R' TO CAP-PAY-STATUS.

           EXEC SQL
               INSERT INTO CAPITATION_PAYMENT
                      ( VENDOR_CODE,
                        CAP_MONTH,
                        PAYEE_NAME,
                        MEMBER_COUNT,
                        RETRO_ADD_COUNT,
                        RETRO_TERM_COUNT,
                        CAP_AMOUNT,
                        RETRO_AMOUNT,
                        CARRIED_AMOUNT,
                        TOTAL_AMOUNT,
                        PAY_STATUS,
                        CHECK_NUM,
                        RUN_LOGON,
                        RUN_TIMESTAMP,
                        PAID_TIMESTAMP )
               VALUES ( :CAP-VENDOR-CODE,
                        :CAP-CAP-MONTH,
                        :CAP-PAYEE-NAME,
                        :CAP-MEMBER-COUNT,
                        :CAP-RETRO-ADDS,
                        :CAP-RETRO-TERMS,
                        :CAP-CAP-AMOUNT,
                        :CAP-RETRO-AMOUNT,
                        :CAP-CARRIED-AMOUNT,
                        :CAP-TOTAL-AMOUNT,
                        :CAP-PAY-STATUS,
                        :CAP-CHECK-NUM,
                        :CAP-RUN-LOGON,
                        CURRENT TIMESTAMP,
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CP-RETURN-CODE
               MOVE 'Y'  TO WS-VND-EOF-SW
               GO TO P550000-EXIT.

           IF CAP-PAY-STATUS = 'P'
               ADD 1                TO CP-VENDORS-PAYABLE
               ADD CAP-TOTAL-AMOUNT TO CP-AMOUNT-PAYABLE.

           PERFORM P600000-WRITE-REMITTANCE THRU P600000-EXIT.

           IF CP-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-VND-EOF-SW.

       P550000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> THE VENDOR PAYEE NAME'.
       P560000-GET-PAYEE-NAME SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'CAPITATN' / 'VENDOR NAME' WITH THE VENDOR    *
      *    IN CARRIER.  NO RULE PRINTS THE VENDOR CODE.                *
      *----------------------------------------------------------------*
           MOVE SPACES TO CAP-PAYEE-NAME.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'CAPITATN'
                  AND RULE        = 'VENDOR NAME'
                  AND CARRIER     = :CAP-VENDOR-CODE
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE PR-RULE-VALUE TO CAP-PAYEE-NAME
           ELSE
               STRING 'PREPAID VENDOR ' DELIMITED BY SIZE
                      CAP-VENDOR-CODE   DELIMITED BY SIZE
                   INTO CAP-PAYEE-NAME
               END-STRING.

       P560000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> ONE VENDOR REMITTANCE'.
       P600000-WRITE-REMITTANCE SECTION.

           MOVE SPACES          TO WS-REMIT-REC.
           MOVE 'H'             TO WS-RMT-REC-TYPE.
           MOVE CAP-VENDOR-CODE TO WS-RMT-VENDOR.
           MOVE WS-CAP-MONTH    TO WS-RMT-CAP-MONTH.
           MOVE CAP-PAYEE-NAME  TO WS-RMH-PAYEE-NAME.
           MOVE WS-TODAY-DATE   TO WS-RMH-RUN-DATE.
           PERFORM P800000-WRITE-REMIT-LINE THRU P800000-EXIT.

           EXEC SQL
               OPEN CPRMTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CP-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N' TO WS-RMT-EOF-SW.

           PERFORM P650000-ONE-REMIT-DETAIL THRU P650000-EXIT
               UNTIL REMIT-CURSOR-EOF.

           EXEC SQL
               CLOSE CPRMTCUR
           END-EXEC.

           IF CP-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           MOVE SPACES             TO WS-REMIT-REC.
           MOVE 'T'                TO WS-RMT-REC-TYPE.
           MOVE CAP-VENDOR-CODE    TO WS-RMT-VENDOR.
           MOVE WS-CAP-MONTH       TO WS-RMT-CAP-MONTH.
           MOVE CAP-MEMBER-COUNT   TO WS-RMT-MEMBERS.
           MOVE CAP-RETRO-ADDS     TO WS-RMT-ADDS.
           MOVE CAP-RETRO-TERMS    TO WS-RMT-TERMS.
           MOVE CAP-CAP-AMOUNT     TO WS-RMT-CAP-AMOUNT.
           MOVE CAP-RETRO-AMOUNT   TO WS-RMT-RETRO-AMOUNT.
           MOVE CAP-CARRIED-AMOUNT TO WS-RMT-CARRIED.
           MOVE CAP-TOTAL-AMOUNT   TO WS-RMT-TOTAL.
           PERFORM P800000-WRITE-REMIT-LINE THRU P800000-EXIT.

       P600000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> ONE REMITTANCE DETAIL'.
       P650000-ONE-REMIT-DETAIL SECTION.

           EXEC SQL
               FETCH CPRMTCUR
                 INTO :CAR-COVERAGE-MONTH,
                      :CAR-CASE-NUM,
                      :CAR-EMP-NUM,
                      :CAR-PLAN-CODE,
                      :CAR-TIER-CODE,
                      :CAR-ADJ-TYPE,
                      :CAR-MEMBER-UNITS,
                      :CAR-PMPM-RATE,
                      :CAR-CAP-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CP-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RMT-EOF-SW
               GO TO P650000-EXIT.

           MOVE SPACES             TO WS-REMIT-REC.
           MOVE 'D'                TO WS-RMT-REC-TYPE.
           MOVE CAP-VENDOR-CODE    TO WS-RMT-VENDOR.
           MOVE WS-CAP-MONTH       TO WS-RMT-CAP-MONTH.
           MOVE CAR-COVERAGE-MONTH TO WS-RMD-COV-MONTH.
           MOVE CAR-CASE-NUM       TO WS-RMD-CASE-NUM.
           MOVE CAR-EMP-NUM        TO WS-RMD-EMP-NUM.
           MOVE CAR-PLAN-CODE      TO WS-RMD-PLAN-CODE.
           MOVE CAR-TIER-CODE      TO WS-RMD-TIER-CODE.
           MOVE CAR-ADJ-TYPE       TO WS-RMD-ADJ-TYPE.
           MOVE CAR-MEMBER-UNITS   TO WS-RMD-UNITS.
           MOVE CAR-PMPM-RATE      TO WS-RMD-PMPM-RATE.
           MOVE CAR-CAP-AMOUNT     TO WS-RMD-AMOUNT.
           PERFORM P800000-WRITE-REMIT-LINE THRU P800000-EXIT.

       P650000-EXIT.
           EXIT.
           TITLE 'CAPITATN --> WRITE ONE RECORD TO THE CAPR TDQ'.
       P800000-WRITE-REMIT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('CAPR')
                     FROM    (WS-REMIT-REC)
                     LENGTH  (LENGTH OF WS-REMIT-REC)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           ADD 1 TO CP-REMIT-LINES.

       P800000-EXIT.
           EXIT.
