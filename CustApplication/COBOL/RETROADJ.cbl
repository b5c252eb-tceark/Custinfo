      *                   THE CASE - A CASE ANOTHER PROGRAM HOLDS       *
      *                   COMES BACK 06 WITH THE STAGED ROWS LEFT       *
      *                   STANDING FOR THE NEXT BILL.                   *
      *  10/15/26   TGW   FUNCTION 'R' BACKS OUT A MEMBER'S RETRO-TERM  *
      *                   CREDIT WHEN MBRREVRS REVERSES THE TERM -      *
      *                   VOIDED WHILE STAGED, OFFSET BY A CHARGE ONCE  *
      *                   BILLED.  FUNCTION 'M' STAGES ONE MEMBER'S     *
      *                   CREDIT AT ONCE FOR A RESCISSION.  A REVERSED  *
      *                   TERM IS NO LONGER TAKEN FOR A RETRO ADD.      *
      *  10/15/26   TGW   FUNCTION 'P' STAGES ONE MEMBER'S RETRO        *
      *                   PREMIUM CHANGE FOR A MID-YEAR LIFE EVENT      *
      *                   EFFECTIVE BEFORE THE LAST BILL.               *
      *  10/15/26   TGW   FUNCTION 'A' STAGES ONE MEMBER'S RETRO-ADD    *
      *                   CHARGE AT ONCE FOR THE NEW CASE OF AN         *
      *                   EMPLOYEE TRANSFER (EMPXFER).                  *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'S' RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

      *----------------------------------------------------------------*
      *    RETRO ADDS: ACTIVE EMPLOYEES EFFECTIVE BEFORE THE LAST      *
      *    BILL BUT KEYED AFTER IT WENT OUT.  A MEMBER BROUGHT BACK    *
      *    BY A TERM REVERSAL WAS NEVER OFF - FUNCTION 'R' BACKS OUT   *
      *    THE CREDIT INSTEAD.                                         *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE RETROADDCUR CURSOR FOR
               SELECT E.CASENAME#IDNTITY,
                WHERE C.CASENAME#IDNTITY = E.CASENAME#IDNTITY
                  AND C.CASE_NUM         = E.UNIQUE-NUM
                  AND E.ACTIVE_IND       = 'Y'
                  AND E.REVERSAL_CODE   <> 'R'
                  AND E.EFFECTIVE_DATE   < C.LAST_BILL_DATE
                  AND E.CHANGE_DATE      > TIMESTAMP(C.LAST_BILL_DATE,
                                                     '00.00.00')
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'RETROADJ' TO RL-PROGRAM-NAME.
           IF RA-FUNCTION-CODE = 'S'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO RA-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO RA-RETURN-CODE.
           MOVE ZERO TO RA-EMPS-SCANNED RA-RETROS-STAGED
                        RA-CHARGE-TOTAL RA-CREDIT-TOTAL.
                   END-IF
               WHEN 'B'
                   PERFORM P500000-ROLL-TO-CASE THRU P500000-EXIT
               WHEN 'R'
                   PERFORM P600000-REVERSE-TERM-CREDIT
                       THRU P600000-EXIT
               WHEN 'M'
                   PERFORM P700000-STAGE-ONE-MEMBER THRU P700000-EXIT
               WHEN 'A'
                   PERFORM P750000-STAGE-ONE-MEMBER-ADD
                       THRU P750000-EXIT
               WHEN 'P'
                   PERFORM P800000-STAGE-PREMIUM-CHANGE
                       THRU P800000-EXIT
               WHEN OTHER
                   MOVE '01' TO RA-RETURN-CODE
           END-EVALUATE.

       P500000-EXIT.
           EXIT.
           TITLE 'RETROADJ --> BACK OUT A REVERSED TERM CREDIT'.
       P600000-REVERSE-TERM-CREDIT SECTION.
      *----------------------------------------------------------------*
      *    THE MEMBER'S TERMINATION WAS REVERSED, SO THE RETRO-TERM    *
      *    CREDIT IT EARNED MUST NOT STAND.  A CREDIT STILL STAGED IS  *
      *    SIMPLY VOIDED; ONE ALREADY ON A BILL IS OFFSET BY A STAGED  *
      *    CHARGE OF THE SAME AMOUNT, ONCE.                            *
      *----------------------------------------------------------------*

           EXEC SQL
               UPDATE RETRO_ADJUSTMENT
                  SET STAGE_STATUS   = 'V'
                WHERE CASE_NUM       = :RA-CASE-NUM
                  AND EMP_NUM        = :RA-EMP-NUM
                  AND RETRO_TYPE     = 'T'
                  AND RETRO_EFF_DATE = :RA-RETRO-EFF-DATE
                  AND STAGE_STATUS   = 'S'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RA-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE ZERO TO WS-CHARGE-SUM.

           EXEC SQL
               SELECT VALUE(SUM(RETRO_AMOUNT), 0)
                 INTO :WS-CHARGE-SUM
                 FROM RETRO_ADJUSTMENT T
                WHERE T.CASE_NUM       = :RA-CASE-NUM
                  AND T.EMP_NUM        = :RA-EMP-NUM
                  AND T.RETRO_TYPE     = 'T'
                  AND T.RETRO_EFF_DATE = :RA-RETRO-EFF-DATE
                  AND T.STAGE_STATUS   = 'B'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM RETRO_ADJUSTMENT A
                        WHERE A.CASE_NUM       = T.CASE_NUM
                          AND A.EMP_NUM        = T.EMP_NUM
                          AND A.RETRO_TYPE     = 'A'
                          AND A.RETRO_EFF_DATE = T.RETRO_EFF_DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RA-RETURN-CODE
               GO TO P600000-EXIT.

           IF WS-CHARGE-SUM NOT > ZERO
               GO TO P600000-EXIT.

           EXEC SQL
               INSERT INTO RETRO_ADJUSTMENT
                      ( RETRO_ID,
                        CASENAME#IDNTITY,
                        CASE_NUM,
                        EMP_NUM,
                        RETRO_TYPE,
                        RETRO_EFF_DATE,
                        LAST_BILL_DATE,
                        RETRO_DAYS,
                        MONTHLY_PREMIUM,
                        RETRO_AMOUNT,
                        STAGE_STATUS,
                        ADDED_TIMESTAMP,
                        BILLED_TIMESTAMP )
               SELECT NEXT VALUE FOR RETRO_ADJUSTMENT_SEQ,
                      CASENAME#IDNTITY,
                      CASE_NUM,
                      EMP_NUM,
                      'A',
                      RETRO_EFF_DATE,
                      LAST_BILL_DATE,
                      RETRO_DAYS,
                      MONTHLY_PREMIUM,
                      RETRO_AMOUNT,
                      'S',
                      CURRENT TIMESTAMP,
                      NULL
                 FROM RETRO_ADJUSTMENT
                WHERE CASE_NUM       = :RA-CASE-NUM
                  AND EMP_NUM        = :RA-EMP-NUM
                  AND RETRO_TYPE     = 'T'
                  AND RETRO_EFF_DATE = :RA-RETRO-EFF-DATE
                  AND STAGE_STATUS   = 'B'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RA-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE SQLERRD (3)   TO RA-RETROS-STAGED.
           MOVE WS-CHARGE-SUM TO RA-CHARGE-TOTAL.

       P600000-EXIT.
           EXIT.
           TITLE 'RETROADJ --> STAGE ONE MEMBER CREDIT NOW'.
       P700000-STAGE-ONE-MEMBER SECTION.
      *----------------------------------------------------------------*
      *    A RESCISSION TERMS THE MEMBER BACK TO THE RESCISSION DATE   *
      *    AND THE PREMIUM BILLED SINCE THEN GOES BACK AT ONCE RATHER  *
      *    THAN WAITING ON THE NIGHTLY SCAN.  THE SAME PRORATION AND   *
      *    THE SAME ALREADY-STAGED GATE APPLY, SO THE SCAN WILL NOT    *
      *    STAGE IT A SECOND TIME.                                     *
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT E.CASENAME#IDNTITY,
                      C.CASE_NUM,
                      E.EMP_NUM,
                      CHAR(E.TERM_DATE, ISO),
                      CHAR(C.LAST_BILL_DATE, ISO),
                      DAYS(C.LAST_BILL_DATE) - DAYS(E.TERM_DATE),
                      E.TOTAL_PREMIUM
                 INTO :WS-CASE-IDNTITY,
                      :WS-CASE-NUM,
                      :WS-EMP-NUM,
                      :WS-RETRO-EFF-DATE,
                      :WS-LAST-BILL-DATE,
                      :WS-RETRO-DAYS,
                      :WS-MONTHLY-PREMIUM
                 FROM EMPLOYEE E, CASE_MASTER C
                WHERE C.CASENAME#IDNTITY = E.CASENAME#IDNTITY
                  AND C.CASE_NUM         = E.UNIQUE-NUM
                  AND C.CASE_NUM         = :RA-CASE-NUM
                  AND E.EMP_NUM          = :RA-EMP-NUM
                  AND E.ACTIVE_IND       = 'N'
                  AND E.TERM_DATE        IS NOT NULL
                  AND E.TERM_DATE        < C.LAST_BILL_DATE
                  AND E.TOTAL_PREMIUM    > 0
           END-EXEC.

      *    NOT FOUND - NOTHING WAS BILLED PAST THE TERM DATE.
           IF SQLCODE = +100
               GO TO P700000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RA-RETURN-CODE
               GO TO P700000-EXIT.

           ADD 1 TO RA-EMPS-SCANNED.
           MOVE 'T' TO WS-RETRO-TYPE.

           PERFORM P400000-STAGE-ONE-RETRO THRU P400000-EXIT.

       P700000-EXIT.
           EXIT.
           TITLE 'RETROADJ --> STAGE ONE MEMBER CHARGE NOW'.
       P750000-STAGE-ONE-MEMBER-ADD SECTION.
      *----------------------------------------------------------------*
      *    THE OTHER HALF OF AN EMPLOYEE TRANSFER (EMPXFER): THE NEW   *
      *    CASE IS CHARGED AT ONCE FOR THE DAYS IT WAS NOT YET BILLED  *
      *    FOR A MEMBER BACK-DATED ONTO IT.  THE SAME PRORATION AND    *
      *    ALREADY-STAGED GATE AS THE NIGHTLY SCAN APPLY.              *
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT E.CASENAME#IDNTITY,
                      C.CASE_NUM,
                      E.EMP_NUM,
                      CHAR(E.EFFECTIVE_DATE, ISO),
                      CHAR(C.LAST_BILL_DATE, ISO),
                      DAYS(C.LAST_BILL_DATE) - DAYS(E.EFFECTIVE_DATE),
                      E.TOTAL_PREMIUM
                 INTO :WS-CASE-IDNTITY,
                      :WS-CASE-NUM,
                      :WS-EMP-NUM,
                      :WS-RETRO-EFF-DATE,
                      :WS-LAST-BILL-DATE,
                      :WS-RETRO-DAYS,
                      :WS-MONTHLY-PREMIUM
                 FROM EMPLOYEE E, CASE_MASTER C
                WHERE C.CASENAME#IDNTITY = E.CASENAME#IDNTITY
                  AND C.CASE_NUM         = E.UNIQUE-NUM
                  AND C.CASE_NUM         = :RA-CASE-NUM
                  AND E.EMP_NUM          = :RA-EMP-NUM
                  AND E.ACTIVE_IND       = 'Y'
                  AND E.EFFECTIVE_DATE   < C.LAST_BILL_DATE
                  AND E.TOTAL_PREMIUM    > 0
           END-EXEC.

      *    NOT FOUND - NOTHING WAS BILLED PAST THE EFFECTIVE DATE.
           IF SQLCODE = +100
               GO TO P750000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RA-RETURN-CODE
               GO TO P750000-EXIT.

           ADD 1 TO RA-EMPS-SCANNED.
           MOVE 'A' TO WS-RETRO-TYPE.

           PERFORM P400000-STAGE-ONE-RETRO THRU P400000-EXIT.

       P750000-EXIT.
           EXIT.
           TITLE 'RETROADJ --> STAGE ONE MEMBER PREMIUM CHANGE'.
       P800000-STAGE-PREMIUM-CHANGE SECTION.
      *----------------------------------------------------------------*
      *    A MID-YEAR CHANGE (A QUALIFYING LIFE EVENT FROM LIFEEVNT)   *
      *    EFFECTIVE BEFORE THE LAST BILL: THE MONTHLY DIFFERENCE IS   *
      *    PRORATED OVER THE DAYS ALREADY BILLED AT THE OLD PREMIUM -  *
      *    AN INCREASE STAGES AS A CHARGE-BACK, A DECREASE AS A        *
      *    CREDIT.  PREMRECL REPRICES TOTAL_PREMIUM FROM THERE ON.     *
      *----------------------------------------------------------------*

           IF RA-PREMIUM-CHANGE = ZERO
               GO TO P800000-EXIT.

           EXEC SQL
               SELECT CASENAME#IDNTITY,
                      CASE_NUM,
                      CHAR(LAST_BILL_DATE, ISO),
                      DAYS(LAST_BILL_DATE)
                      - DAYS(DATE(:RA-RETRO-EFF-DATE))
                 INTO :WS-CASE-IDNTITY,
                      :WS-CASE-NUM,
                      :WS-LAST-BILL-DATE,
                      :WS-RETRO-DAYS
                 FROM CASE_MASTER
                WHERE CASE_NUM       = :RA-CASE-NUM
                  AND LAST_BILL_DATE > DATE(:RA-RETRO-EFF-DATE)
           END-EXEC.

      *    NOT FOUND - NOTHING WAS BILLED PAST THE EFFECTIVE DATE.
           IF SQLCODE = +100
               GO TO P800000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RA-RETURN-CODE
               GO TO P800000-EXIT.

           ADD 1 TO RA-EMPS-SCANNED.
           MOVE RA-EMP-NUM        TO WS-EMP-NUM.
           MOVE RA-RETRO-EFF-DATE TO WS-RETRO-EFF-DATE.

           IF RA-PREMIUM-CHANGE > ZERO
               MOVE 'A' TO WS-RETRO-TYPE
               MOVE RA-PREMIUM-CHANGE TO WS-MONTHLY-PREMIUM
           ELSE
               MOVE 'T' TO WS-RETRO-TYPE
               COMPUTE WS-MONTHLY-PREMIUM = ZERO - RA-PREMIUM-CHANGE.

           PERFORM P400000-STAGE-ONE-RETRO THRU P400000-EXIT.

       P800000-EXIT.
           EXIT.
