       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RATEGUAR.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: RATEGUAR                                       *
      *  PROGRAM TEXT:  RATE GUARANTEE ENFORCEMENT.  CASE_MASTER HAS    *
      *                 ALWAYS CARRIED THE GUARANTEE FIELDS             *
      *                 (LAST_GUAR_FLG, GURNTEE_ISS_IND,                *
      *                 GURNTEE_ISS_DATE, LAST_GUAR_PREM) BUT NOTHING   *
      *                 READ THEM, SO A RECALCULATION COULD RAISE A     *
      *                 GUARANTEED CASE MID-TERM AND THE INCREASE HAD   *
      *                 TO BE REFUNDED.  FUNCTION 'C' IS THE CHECK      *
      *                 EVERY PREMIUM-RAISING PROGRAM MAKES BEFORE IT   *
      *                 POSTS: A DECREASE, AN UNGUARANTEED CASE OR A    *
      *                 GUARANTEE THAT HAS RUN OUT POSTS; AN INCREASE   *
      *                 INSIDE THE GUARANTEE (ISSUE DATE PLUS THE       *
      *                 CARRIER'S PROGRAM_RULES 'GUAR MONTHS',          *
      *                 TWELVE BY DEFAULT) IS WRITTEN TO                *
      *                 RATE_GUAR_HOLD AND A DIARY IS OPENED ON THE     *
      *                 UNDERWRITING DESK.  'A' APPROVES A HELD         *
      *                 INCREASE SO THE SOURCE POSTS IT ON ITS NEXT     *
      *                 RUN; 'D' DENIES IT.  'L' IS THE MONTHLY         *
      *                 LOOKAHEAD OF GUARANTEES ENDING IN THE NEXT      *
      *                 NINETY DAYS, WITH THE GUARANTEED PREMIUM AND    *
      *                 ANY INCREASE HELD, TO THE RGUA TDQ SO RENEWAL   *
      *                 CAN PLAN THE FIRST POST-GUARANTEE RATE.         *
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
       77  WS-DEFAULT-GUAR-MONTHS      PIC 9(2)  VALUE 12.
       77  WS-DEFAULT-LEAD-DAYS        PIC 9(3)  VALUE 90.

       01  WS-CASE-EOF-SW               PIC X     VALUE 'N'.
           88  CASE-CURSOR-EOF          VALUE 'Y'.
       01  WS-RULE-FOUND-SW             PIC X     VALUE 'N'.
           88  RULE-FOUND               VALUE 'Y'.

       01  WS-AS-OF-DATE                PIC X(10) VALUE SPACES.
       01  WS-WINDOW-END-DATE           PIC X(10) VALUE SPACES.
       01  WS-GUAR-CASE-NUM             PIC X(6)  VALUE SPACES.
       01  WS-GUAR-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-GUAR-CARRIER              PIC X(2)  VALUE SPACES.
       01  WS-LAST-GUAR-FLG             PIC X(1)  VALUE SPACE.
       01  WS-GURNTEE-ISS-IND           PIC X(1)  VALUE SPACE.
       01  WS-GURNTEE-ISS-DATE          PIC X(10) VALUE SPACES.
       01  WS-LAST-GUAR-PREM            PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-ACTUAL-TOT-PREM           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GUAR-END-DATE             PIC X(10) VALUE SPACES.
       01  WS-GUAR-IN-FORCE             PIC X(1)  VALUE SPACE.
       01  WS-GUAR-MONTHS               PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-RULE-DIGITS               PIC 9(2)  VALUE ZERO.
       01  WS-EMP-NUM                   PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-HOLD-STATUS               PIC X(1)  VALUE SPACE.
       01  WS-HELD-PREMIUM              PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-HELD-COUNT                PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-HELD-TOTAL                PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-GUAR-PREM            PIC ZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-ACTUAL               PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-HELD                 PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZ9 VALUE ZERO.

       01  DIARY-COMM-AREA.
           COPY DIARYMNC.

           COPY CASEMAST.
           COPY PROGRULE.
           COPY RATEGHLD.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    GUARANTEED CASES WHOSE GUARANTEE ENDS INSIDE THE WINDOW.    *
      *    THE END DATE IS FIGURED PER CASE FROM THE CARRIER RULE,     *
      *    SO THE CURSOR TAKES EVERY GUARANTEED ACTIVE CASE AND THE    *
      *    WINDOW TEST IS MADE ROW BY ROW.                             *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE RGUACUR CURSOR FOR
               SELECT CASE_NUM,
                      CASENAME#IDNTITY,
                      CARRIER_CODE,
                      CHAR(GURNTEE_ISS_DATE, ISO),
                      LAST_GUAR_PREM,
                      ACTUAL_TOT_PREM
                 FROM CASE_MASTER
                WHERE ACTIVE_CODE IN ('CM', ' P')
                  AND (LAST_GUAR_FLG   = 'Y'
                   OR  GURNTEE_ISS_IND = 'Y')
                ORDER BY CASE_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'RATEGUAR --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY RATEGUAC.
           TITLE 'RATEGUAR --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00'   TO RG-RETURN-CODE.
           MOVE SPACES TO RG-GUAR-END-DATE.
           MOVE ZERO   TO RG-CASES-LISTED.

           EVALUATE RG-FUNCTION-CODE
               WHEN 'C'
                   PERFORM P200000-CHECK-AN-INCREASE THRU P200000-EXIT
               WHEN 'A'
                   MOVE 'A' TO WS-HOLD-STATUS
                   PERFORM P400000-REVIEW-A-HOLD THRU P400000-EXIT
               WHEN 'D'
                   MOVE 'D' TO WS-HOLD-STATUS
                   PERFORM P400000-REVIEW-A-HOLD THRU P400000-EXIT
               WHEN 'L'
                   PERFORM P500000-EXPIRY-LOOKAHEAD THRU P500000-EXIT
               WHEN OTHER
                   MOVE '01' TO RG-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'RATEGUAR --> CHECK ONE PROPOSED INCREASE'.
       P200000-CHECK-AN-INCREASE SECTION.

      *    A DECREASE OR NO CHANGE IS NEVER HELD.
           IF RG-PROPOSED-PREMIUM NOT > RG-CURRENT-PREMIUM
               GO TO P200000-EXIT.

           IF RG-AS-OF-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :WS-AS-OF-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE RG-AS-OF-DATE TO WS-AS-OF-DATE.

           MOVE RG-CASE-NUM     TO WS-GUAR-CASE-NUM.
           MOVE RG-CASE-IDNTITY TO WS-GUAR-IDNTITY.

           EXEC SQL
               SELECT CASE_NUM,
                      CASENAME#IDNTITY,
                      CARRIER_CODE,
                      LAST_GUAR_FLG,
                      GURNTEE_ISS_IND,
                      CHAR(GURNTEE_ISS_DATE, ISO)
                 INTO :WS-GUAR-CASE-NUM,
                      :WS-GUAR-IDNTITY,
                      :WS-GUAR-CARRIER,
                      :WS-LAST-GUAR-FLG,
                      :WS-GURNTEE-ISS-IND,
                      :WS-GURNTEE-ISS-DATE
                 FROM CASE_MASTER
                WHERE (:WS-GUAR-CASE-NUM NOT = '      '
                  AND CASE_NUM = :WS-GUAR-CASE-NUM)
                   OR (:WS-GUAR-CASE-NUM = '      '
                  AND CASENAME#IDNTITY = :WS-GUAR-IDNTITY)
                FETCH FIRST ROW ONLY
           END-EXEC.

      *    NO CASE ROW MEANS NO GUARANTEE TO ENFORCE.
           IF SQLCODE = +100
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RG-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-LAST-GUAR-FLG NOT = 'Y'
               AND WS-GURNTEE-ISS-IND NOT = 'Y'
               GO TO P200000-EXIT.

           PERFORM P250000-GUARANTEE-END-DATE THRU P250000-EXIT.

           IF RG-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           MOVE WS-GUAR-END-DATE TO RG-GUAR-END-DATE.

           IF WS-GUAR-IN-FORCE NOT = 'Y'
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    INSIDE THE GUARANTEE.  AN INCREASE UNDERWRITING HAS         *
      *    ALREADY APPROVED AT THIS AMOUNT OR MORE POSTS, AND THE      *
      *    HOLD IS MARKED POSTED.                                      *
      *----------------------------------------------------------------*
           MOVE RG-EMP-NUM TO WS-EMP-NUM.
           MOVE SPACE      TO WS-HOLD-STATUS.
           MOVE ZERO       TO WS-HELD-PREMIUM.

           EXEC SQL
               SELECT HOLD_STATUS,
                      PROPOSED_PREMIUM
                 INTO :WS-HOLD-STATUS,
                      :WS-HELD-PREMIUM
                 FROM RATE_GUAR_HOLD
                WHERE CASE_NUM       = :WS-GUAR-CASE-NUM
                  AND EMP_NUM        = :WS-EMP-NUM
                  AND COVERAGE_TYPE  = :RG-COVERAGE-TYPE
                  AND SOURCE_PROGRAM = :RG-SOURCE-PROGRAM
                  AND HOLD_STATUS   IN ('H', 'A', 'D')
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RG-RETURN-CODE
               GO TO P200000-EXIT.

           IF SQLCODE = ZERO
               AND WS-HOLD-STATUS = 'A'
               AND WS-HELD-PREMIUM NOT < RG-PROPOSED-PREMIUM
               PERFORM P300000-MARK-HOLD-POSTED THRU P300000-EXIT
               GO TO P200000-EXIT.

           MOVE '04' TO RG-RETURN-CODE.

           IF SQLCODE = ZERO
               PERFORM P320000-REFRESH-THE-HOLD THRU P320000-EXIT
           ELSE
               PERFORM P340000-WRITE-A-NEW-HOLD THRU P340000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'RATEGUAR --> GUARANTEE END FROM THE CARRIER RULE'.
       P250000-GUARANTEE-END-DATE SECTION.

           MOVE 'N' TO WS-RULE-FOUND-SW.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'RATEGUAR'
                  AND RULE        = 'GUAR MONTHS'
                  AND CARRIER     = :WS-GUAR-CARRIER
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:2) IS NUMERIC
               MOVE 'Y' TO WS-RULE-FOUND-SW
               MOVE PR-RULE-VALUE (1:2) TO WS-RULE-DIGITS
               MOVE WS-RULE-DIGITS TO WS-GUAR-MONTHS
           END-IF.

           IF NOT RULE-FOUND
               MOVE WS-DEFAULT-GUAR-MONTHS TO WS-GUAR-MONTHS
           END-IF.

           EXEC SQL
               SELECT CHAR(DATE(:WS-GURNTEE-ISS-DATE)
                           + :WS-GUAR-MONTHS MONTHS, ISO),
                      CASE WHEN DATE(:WS-AS-OF-DATE) <
                                DATE(:WS-GURNTEE-ISS-DATE)
                                + :WS-GUAR-MONTHS MONTHS
                           THEN 'Y' ELSE 'N' END
                 INTO :WS-GUAR-END-DATE,
                      :WS-GUAR-IN-FORCE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RG-RETURN-CODE.

       P250000-EXIT.
           EXIT.
           TITLE 'RATEGUAR --> AN APPROVED INCREASE HAS POSTED'.
       P300000-MARK-HOLD-POSTED SECTION.

           EXEC SQL
               UPDATE RATE_GUAR_HOLD
                  SET HOLD_STATUS = 'P'
                WHERE CASE_NUM       = :WS-GUAR-CASE-NUM
                  AND EMP_NUM        = :WS-EMP-NUM
                  AND COVERAGE_TYPE  = :RG-COVERAGE-TYPE
                  AND SOURCE_PROGRAM = :RG-SOURCE-PROGRAM
                  AND HOLD_STATUS    = 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RG-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'RATEGUAR --> REFRESH AN OPEN HOLD'.
       P320000-REFRESH-THE-HOLD SECTION.

      *    THE SOURCE RE-RAN - CARRY ITS LATEST FIGURES.  A RAISED
      *    AMOUNT PUTS AN APPROVED HOLD BACK UP FOR REVIEW.
           EXEC SQL
               UPDATE RATE_GUAR_HOLD
                  SET CURRENT_PREMIUM  = :RG-CURRENT-PREMIUM,
                      PROPOSED_PREMIUM = :RG-PROPOSED-PREMIUM,
                      GUAR_END_DATE    = DATE(:WS-GUAR-END-DATE),
                      HOLD_STATUS      =
                          CASE WHEN HOLD_STATUS = 'A' THEN 'H'
                               ELSE HOLD_STATUS END
                WHERE CASE_NUM       = :WS-GUAR-CASE-NUM
                  AND EMP_NUM        = :WS-EMP-NUM
                  AND COVERAGE_TYPE  = :RG-COVERAGE-TYPE
                  AND SOURCE_PROGRAM = :RG-SOURCE-PROGRAM
                  AND HOLD_STATUS   IN ('H', 'A', 'D')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RG-RETURN-CODE.

       P320000-EXIT.
           EXIT.
           TITLE 'RATEGUAR --> WRITE A NEW HOLD AND ITS DIARY'.
       P340000-WRITE-A-NEW-HOLD SECTION.

           EXEC SQL
               INSERT INTO RATE_GUAR_HOLD
                      (CASE_NUM, EMP_NUM, COVERAGE_TYPE,
                       SOURCE_PROGRAM, CURRENT_PREMIUM,
                       PROPOSED_PREMIUM, GUAR_END_DATE, HOLD_STATUS,
                       HOLD_TIMESTAMP, REVIEWED_BY)
               VALUES (:WS-GUAR-CASE-NUM, :WS-EMP-NUM,
                       :RG-COVERAGE-TYPE, :RG-SOURCE-PROGRAM,
                       :RG-CURRENT-PREMIUM, :RG-PROPOSED-PREMIUM,
                       DATE(:WS-GUAR-END-DATE), 'H',
                       CURRENT TIMESTAMP, ' ')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RG-RETURN-CODE
               GO TO P340000-EXIT.

      *    ONE DIARY PER NEW HOLD - A REFRESHED HOLD ALREADY HAS ONE.
           MOVE SPACES            TO DIARY-COMM-AREA.
           MOVE 'A'               TO DY-FUNCTION-CODE.
           MOVE 'UWDESK  '        TO DY-OWNER-LOGON.
           MOVE WS-GUAR-CASE-NUM  TO DY-CASE-NUM.
           MOVE WS-GUAR-IDNTITY   TO DY-IDNTITY.
           MOVE WS-AS-OF-DATE     TO DY-DUE-DATE.
           MOVE 'GUA'             TO DY-REASON-CODE.
           MOVE 'INCREASE HELD - CASE UNDER RATE GUARANTEE'
                                  TO DY-DIARY-TEXT.
           MOVE 'RATEGUAR'        TO DY-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P340000-EXIT.
           EXIT.
           TITLE 'RATEGUAR --> APPROVE OR DENY A HELD INCREASE'.
       P400000-REVIEW-A-HOLD SECTION.

           MOVE RG-EMP-NUM TO WS-EMP-NUM.

           EXEC SQL
               UPDATE RATE_GUAR_HOLD
                  SET HOLD_STATUS        = :WS-HOLD-STATUS,
                      REVIEWED_BY        = :RG-REVIEWER-LOGON,
                      REVIEWED_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM       = :RG-CASE-NUM
                  AND EMP_NUM        = :WS-EMP-NUM
                  AND COVERAGE_TYPE  = :RG-COVERAGE-TYPE
                  AND SOURCE_PROGRAM = :RG-SOURCE-PROGRAM
                  AND HOLD_STATUS   IN ('H', 'D')
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO RG-RETURN-CODE
               GO TO P400000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RG-RETURN-CODE.

       P400000-EXIT.
           EXIT.
           TITLE 'RATEGUAR --> GUARANTEE EXPIRY LOOKAHEAD'.
       P500000-EXPIRY-LOOKAHEAD SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'RATEGUAR' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO RG-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           IF RG-LEAD-DAYS = ZERO
               MOVE WS-DEFAULT-LEAD-DAYS TO RG-LEAD-DAYS.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE + :RG-LEAD-DAYS DAYS, ISO)
                 INTO :WS-AS-OF-DATE,
                      :WS-WINDOW-END-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RG-RETURN-CODE
               GO TO P500000-LOG-END.

           EXEC SQL
               OPEN RGUACUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RG-RETURN-CODE
               GO TO P500000-LOG-END.

           MOVE 'N' TO WS-CASE-EOF-SW.

           PERFORM P550000-LOOK-AT-ONE-CASE THRU P550000-EXIT
               UNTIL CASE-CURSOR-EOF.

           EXEC SQL
               CLOSE RGUACUR
           END-EXEC.

           IF RG-CASES-LISTED = ZERO AND RG-RETURN-CODE = '00'
               MOVE '02' TO RG-RETURN-CODE.

       P500000-LOG-END.

           MOVE 'E'        TO RL-FUNCTION-CODE.
           MOVE 'RATEGUAR' TO RL-PROGRAM-NAME.
           MOVE RG-CASES-LISTED TO RL-RECORD-COUNT.
           MOVE RG-RETURN-CODE  TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P500000-EXIT.
           EXIT.
           TITLE 'RATEGUAR --> WINDOW-TEST ONE GUARANTEED CASE'.
       P550000-LOOK-AT-ONE-CASE SECTION.

           EXEC SQL
               FETCH RGUACUR
                 INTO :WS-GUAR-CASE-NUM,
                      :WS-GUAR-IDNTITY,
                      :WS-GUAR-CARRIER,
                      :WS-GURNTEE-ISS-DATE,
                      :WS-LAST-GUAR-PREM,
                      :WS-ACTUAL-TOT-PREM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RG-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P550000-EXIT.

           PERFORM P250000-GUARANTEE-END-DATE THRU P250000-EXIT.

           IF RG-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P550000-EXIT.

      *    ALREADY EXPIRED, OR ENDING BEYOND THE WINDOW - NOT LISTED.
           IF WS-GUAR-IN-FORCE NOT = 'Y'
               OR WS-GUAR-END-DATE > WS-WINDOW-END-DATE
               GO TO P550000-EXIT.

           MOVE ZERO TO WS-HELD-COUNT WS-HELD-TOTAL.

           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(PROPOSED_PREMIUM - CURRENT_PREMIUM), 0)
                 INTO :WS-HELD-COUNT,
                      :WS-HELD-TOTAL
                 FROM RATE_GUAR_HOLD
                WHERE CASE_NUM     = :WS-GUAR-CASE-NUM
                  AND HOLD_STATUS IN ('H', 'D')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-HELD-COUNT WS-HELD-TOTAL.

           ADD 1 TO RG-CASES-LISTED.

           MOVE WS-LAST-GUAR-PREM  TO WS-EDIT-GUAR-PREM.
           MOVE WS-ACTUAL-TOT-PREM TO WS-EDIT-ACTUAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '            DELIMITED BY SIZE
                  WS-GUAR-CASE-NUM   DELIMITED BY SIZE
                  ' GUARANTEE ENDS ' DELIMITED BY SIZE
                  WS-GUAR-END-DATE   DELIMITED BY SIZE
                  ' GUARANTEED '     DELIMITED BY SIZE
                  WS-EDIT-GUAR-PREM  DELIMITED BY SIZE
                  ' CURRENT '        DELIMITED BY SIZE
                  WS-EDIT-ACTUAL     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

           IF WS-HELD-COUNT > ZERO
               MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
               MOVE WS-HELD-TOTAL TO WS-EDIT-HELD
               MOVE SPACES TO WS-REPORT-LINE
               STRING '      '          DELIMITED BY SIZE
                      WS-EDIT-COUNT     DELIMITED BY SIZE
                      ' INCREASE(S) HELD TOTALLING ' DELIMITED BY SIZE
                      WS-EDIT-HELD      DELIMITED BY SIZE
                      ' A MONTH'        DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM P800000-WRITE-REPORT-LINE THRU P800000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'RATEGUAR --> WRITE ONE LINE TO THE RGUA TDQ'.
       P800000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('RGUA')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P800000-EXIT.
           EXIT.
