      *                   (CASEREG) WHILE ITS EMPLOYEES REPRICE - A     *
      *                   CASE ANOTHER PROGRAM HOLDS IS SKIPPED AND     *
      *                   REPORTED INSTEAD OF OVERWRITTEN.              *
      *  10/15/26   TGW   AN INCREASE ON A CASE UNDER A RATE GUARANTEE  *
      *                   IS HELD THROUGH RATEGUAR - THE OLD PREMIUM    *
      *                   AND THE CHANGE FLAGS STAY UNTIL IT IS         *
      *                   APPROVED OR THE GUARANTEE RUNS OUT.           *
      *  10/15/26   TGW   A TOBACCO USER (SMOKER_QUESTION 'Y') CARRIES  *
      *                   THE SURCHARGE PROGRAM_RULES SETS FOR THE CASE *
      *                   CARRIER AND STATE.  TOBATTST FLAGS            *
      *                   ATTESTATION CHANGES AND CESSATIONS FOR        *
      *                   REPRICING.                                    *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-PREMIUM-FACTOR            PIC S9(2) COMP-3 VALUE ZERO.
       01  WS-COVERAGE-SUM              PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-PREMIUM               PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-SMOKER-IND                PIC X(1)  VALUE SPACE.

       01  WS-CARRIER-CODE              PIC X(2)  VALUE SPACES.
       01  WS-CASE-STATE                PIC X(10) VALUE SPACES.
       01  WS-SURCHARGE-PCT-X           PIC X(4)  VALUE '0000'.
       01  WS-SURCHARGE-PCT REDEFINES WS-SURCHARGE-PCT-X
                                        PIC 9(2)V99.

       01  WS-BREAK-CASE-NUM            PIC X(6)  VALUE SPACES.
       01  WS-SKIP-CASE-SW              PIC X     VALUE 'N'.

       01  CASEREG-COMM-AREA.
           COPY CASEREGC.
       01  RATEGUAR-COMM-AREA.
           COPY RATEGUAC.
       01  WS-CASE-NEW-TOTAL            PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.
       01  WS-CASE-ACTUAL-PREM          PIC S9(9)V99 COMP-3 VALUE ZERO.
           COPY CASEMAST.
           COPY EMPLOYEE.
           COPY COVERAGE.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
                      UNIQUE-NUM,
                      EMP_NUM,
                      TOTAL_PREMIUM,
                      PREMIUM_FACTOR,
                      SMOKER_QUESTION
                 FROM EMPLOYEE
                WHERE ACTIVE_IND = 'Y'
                  AND (RATE_CHANGE_FLAG = 'Y'
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'PREMRECL' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO PM-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO PM-RETURN-CODE.
           MOVE ZERO TO PM-EMPS-REPRICED PM-PREMIUM-BEFORE
                        PM-PREMIUM-AFTER PM-INCREASES-HELD
                        PM-TOBACCO-SURCHARGED.
           MOVE SPACES TO WS-BREAK-CASE-NUM.
           MOVE ZERO   TO WS-CASE-NEW-TOTAL.

                      :WS-EMP-CASE-NUM,
                      :WS-EMP-NUM,
                      :WS-OLD-PREMIUM,
                      :WS-PREMIUM-FACTOR,
                      :WS-SMOKER-IND
           END-EXEC.

           IF SQLCODE NOT = ZERO
           ELSE
               MOVE WS-COVERAGE-SUM TO WS-NEW-PREMIUM.

      *    A TOBACCO USER CARRIES THE CASE'S SURCHARGE, IF ITS CARRIER
      *    AND STATE ALLOW ONE.
           IF WS-SMOKER-IND = 'Y'
               AND WS-SURCHARGE-PCT > ZERO
               COMPUTE WS-NEW-PREMIUM ROUNDED = WS-NEW-PREMIUM +
                   (WS-NEW-PREMIUM * WS-SURCHARGE-PCT / 100)
               ADD 1 TO PM-TOBACCO-SURCHARGED.

      *    AN INCREASE INSIDE A RATE GUARANTEE IS HELD FOR REVIEW,
      *    AND ONE THE GUARANTEE CHECK COULD NOT CLEAR IS NOT POSTED
      *    EITHER - THE FLAGS STAY UP SO IT REPRICES ONCE IT IS CLEARED.
           IF WS-NEW-PREMIUM > WS-OLD-PREMIUM
               PERFORM P300000-CHECK-GUARANTEE THRU P300000-EXIT
               IF RG-RETURN-CODE NOT = '00'
                   GO TO P200000-EXIT.

           EXEC SQL
               UPDATE EMPLOYEE
                  SET TOTAL_PREMIUM    = :WS-NEW-PREMIUM,
           PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'PREMRECL --> HOLD AN INCREASE UNDER GUARANTEE'.
       P300000-CHECK-GUARANTEE SECTION.

           MOVE SPACES          TO RATEGUAR-COMM-AREA.
           MOVE 'C'             TO RG-FUNCTION-CODE.
           MOVE WS-EMP-CASE-NUM TO RG-CASE-NUM.
           MOVE WS-EMP-NUM      TO RG-EMP-NUM.
           MOVE 'PREMRECL'      TO RG-SOURCE-PROGRAM.
           MOVE WS-OLD-PREMIUM  TO RG-CURRENT-PREMIUM.
           MOVE WS-NEW-PREMIUM  TO RG-PROPOSED-PREMIUM.

           EXEC CICS LINK
                     PROGRAM  ('RATEGUAR')
                     COMMAREA (RATEGUAR-COMM-AREA)
                     LENGTH   (LENGTH OF RATEGUAR-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO RG-RETURN-CODE.

           IF RG-RETURN-CODE = '00'
               GO TO P300000-EXIT.

           IF RG-RETURN-CODE NOT = '04'
               MOVE WS-EMP-NUM TO WS-EDIT-EMP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CASE '          DELIMITED BY SIZE
                      WS-EMP-CASE-NUM  DELIMITED BY SIZE
                      ' EMP '          DELIMITED BY SIZE
                      WS-EDIT-EMP      DELIMITED BY SIZE
                      ' NOT REPRICED - GUARANTEE CHECK FAILED, RC '
                                       DELIMITED BY SIZE
                      RG-RETURN-CODE   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT
               GO TO P300000-EXIT.

           ADD 1 TO PM-INCREASES-HELD.

           MOVE WS-EMP-NUM     TO WS-EDIT-EMP.
           MOVE WS-OLD-PREMIUM TO WS-EDIT-OLD.
           MOVE WS-NEW-PREMIUM TO WS-EDIT-NEW.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '          DELIMITED BY SIZE
                  WS-EMP-CASE-NUM  DELIMITED BY SIZE
                  ' EMP '          DELIMITED BY SIZE
                  WS-EDIT-EMP      DELIMITED BY SIZE
                  ' HELD '         DELIMITED BY SIZE
                  WS-EDIT-OLD      DELIMITED BY SIZE
                  ' TO '           DELIMITED BY SIZE
                  WS-EDIT-NEW      DELIMITED BY SIZE
                  ' GUARANTEED TO ' DELIMITED BY SIZE
                  RG-GUAR-END-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

       P300000-EXIT.
           EXIT.
           TITLE 'PREMRECL --> BALANCE ONE CASE TO ACTUAL'.
       P500000-CASE-BREAK-LINE SECTION.

           MOVE 'Y' TO WS-REGISTERED-SW.

           PERFORM P570000-GET-SURCHARGE-RATE THRU P570000-EXIT.

       P560000-EXIT.
           EXIT.
           TITLE 'PREMRECL --> THE CASE TOBACCO SURCHARGE RATE'.
       P570000-GET-SURCHARGE-RATE SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'TOBATTST' / 'SURCHARGE PCT' BY CARRIER, WITH *
      *    RULE_ENTITY THE CASE STATE OR 'ALL' FOR THE CARRIER'S OTHER *
      *    STATES, AS FOUR DIGITS - 2500 = 25.00%.  NO RULE MEANS THE  *
      *    STATE DOES NOT ALLOW A SURCHARGE.                           *
      *----------------------------------------------------------------*
           MOVE '0000' TO WS-SURCHARGE-PCT-X.
           MOVE SPACES TO WS-CARRIER-CODE WS-CASE-STATE.

           EXEC SQL
               SELECT C.CARRIER_CODE,
                      A.STATE
                 INTO :WS-CARRIER-CODE,
                      :WS-CASE-STATE
                 FROM CASE_MASTER C, AGNTNAME A
                WHERE C.CASE_NUM = :WS-EMP-CASE-NUM
                  AND A.IDNTITY  = C.CASENAME#IDNTITY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P570000-EXIT.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'TOBATTST'
                  AND RULE        = 'SURCHARGE PCT'
                  AND CARRIER     = :WS-CARRIER-CODE
                  AND RULE_ENTITY IN (:WS-CASE-STATE, 'ALL')
                  AND CURRENT_IND = 'Y'
                ORDER BY CASE WHEN RULE_ENTITY = 'ALL'
                              THEN 1 ELSE 0 END
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:4) IS NUMERIC
               MOVE PR-RULE-VALUE (1:4) TO WS-SURCHARGE-PCT-X.

       P570000-EXIT.
           EXIT.
           TITLE 'PREMRECL --> WRITE ONE LINE TO THE PREC TDQ'.
       P800000-WRITE-REPORT-LINE SECTION.
