       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RAREALGN.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: RAREALGN                                       *
      *  PROGRAM TEXT:  RATING-AREA REALIGNMENT.  WHEN A CARRIER        *
      *                 REDRAWS ITS RATING AREAS, THE EFFECTIVE-DATED   *
      *                 ZIP-TO-AREA MAP ON RATING_AREA_MAP IS KEYED BY  *
      *                 CARRIER WITH 'A', BY COUNTY OR BY ZIP WHERE THE *
      *                 CARRIER SPLITS A COUNTY, EACH NEW ROW ENDING    *
      *                 THE ONE IT REPLACES.  'R' WALKS EVERY IN-FORCE  *
      *                 CASE WRITTEN WITH THE CARRIER AND RE-DERIVES    *
      *                 THE CASE AREA FROM ITS SITUS COUNTY AND EACH    *
      *                 ACTIVE MEMBER'S AREA FROM RATING_ZIP THROUGH    *
      *                 STATE_COUNTY_ZIP.  A CHANGED AREA IS POSTED     *
      *                 WITH THE OLD ONE KEPT IN AREA_CHANGE AND        *
      *                 RATE_CHANGE_FLAG RAISED SO PREMRECL ROLLS THE   *
      *                 PREMIUM UP AGAIN.  A CASE WHOSE OWN AREA MOVED  *
      *                 HAS EVERY IN-FORCE COVERAGE REPRICED THROUGH    *
      *                 RATECALC, SUBJECT TO ANY RATE GUARANTEE.  THE   *
      *                 BEFORE-AND-AFTER MONTHLY PREMIUM BY CASE, AND   *
      *                 EVERY CASE OR MEMBER THE MAP DOES NOT COVER,    *
      *                 GOES TO THE RALN TDQ; 'P' PRINTS THE SAME       *
      *                 REPORT WITHOUT CHANGING ANYTHING.  A SYNCPOINT  *
      *                 EVERY FIFTY CASES MAKES A RERUN RESUME WHERE IT *
      *                 STOPPED.  GATED BY THE 'RAREALGN' SECCHECK      *
      *                 RESOURCE.                                       *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'R' RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-CHECKPOINT-SIZE          PIC S9(4) COMP VALUE +50.

       01  WS-UNIT-COUNT                PIC S9(4) COMP VALUE ZERO.

       01  WS-CASE-EOF-SW               PIC X     VALUE 'N'.
           88  CASE-CURSOR-EOF          VALUE 'Y'.
       01  WS-MBR-EOF-SW                PIC X     VALUE 'N'.
           88  MEMBER-CURSOR-EOF        VALUE 'Y'.
       01  WS-COV-EOF-SW                PIC X     VALUE 'N'.
           88  COVERAGE-CURSOR-EOF      VALUE 'Y'.

       01  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
       01  WS-AS-OF-DATE                PIC X(10) VALUE SPACES.
       01  WS-NEXT-EFF-DATE             PIC X(10) VALUE SPACES.
       01  WS-NEXT-EFF-IND              PIC S9(4) COMP VALUE ZERO.
       01  WS-ROW-COUNT                 PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-AUDIT-TIMESTAMP           PIC X(26) VALUE SPACES.

       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-CASE-AREA                 PIC X(2)  VALUE SPACES.
       01  WS-NEW-CASE-AREA             PIC X(2)  VALUE SPACES.
       01  WS-CASE-COUNTY               PIC X(3)  VALUE SPACES.
       01  WS-CASE-TIER                 PIC S9V COMP-3 VALUE ZERO.
       01  WS-SITUS-STATE               PIC X(2)  VALUE SPACES.
       01  WS-CASE-MEMBERS              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CASE-HELD                 PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CASE-UNPRICED             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CASE-BEFORE               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CASE-AFTER                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CASE-CHANGE               PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-MBR-EMP-NUM               PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-MBR-AREA                  PIC X(2)  VALUE SPACES.
       01  WS-NEW-MBR-AREA              PIC X(2)  VALUE SPACES.
       01  WS-MBR-RATING-ZIP            PIC X(5)  VALUE SPACES.

       01  WS-COV-EMP-NUM               PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-COV-TYPE                  PIC X(8)  VALUE SPACES.
       01  WS-COV-PLAN-CODE             PIC X(2)  VALUE SPACES.
       01  WS-COV-PREMIUM               PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-MEMBER-AGE                PIC S9(3) COMP-3 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.
       01  WS-EXCEPT-REASON             PIC X(24) VALUE SPACES.
       01  WS-RUN-LABEL                 PIC X(9)  VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-COUNT-2              PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-BIG-COUNT            PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-BEFORE               PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-AFTER                PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-CHANGE               PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  RATECALC-COMM-AREA.
           COPY RATECLCC.

           COPY RAREAMAP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY IN-FORCE CASE WRITTEN WITH THE CARRIER, WITH ITS      *
      *    SITUS STATE.  WITH HOLD SO THE EVERY-FIFTY-CASES CHECKPOINT *
      *    SYNCPOINT DOES NOT CLOSE THE DRIVING CURSOR - THE SAME RULE *
      *    THE SITEXFER AND RIFTERM CURSORS FOLLOW.                    *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE RZCASCUR CURSOR WITH HOLD FOR
               SELECT C.CASENAME#IDNTITY,
                      C.CASE_NUM,
                      C.RATE_AREA,
                      C.COUNTY_CODE,
                      C.TIER_NUM,
                      A.STATE
                 FROM CASE_MASTER C, AGNTNAME A
                WHERE A.IDNTITY       = C.CASENAME#IDNTITY
                  AND C.CARRIER_CODE  = :RZ-CARRIER-CODE
                  AND C.ACTIVE_CODE   = 'CM'
                ORDER BY C.CASE_NUM
           END-EXEC.

           EXEC SQL DECLARE RZMBRCUR CURSOR FOR
               SELECT EMP_NUM,
                      RATE_AREA,
                      RATING_ZIP
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :WS-CASE-NUM
                  AND ACTIVE_IND       = 'Y'
                ORDER BY EMP_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY COVERAGE IN FORCE ON THE CASE AT THE AS-OF DATE, WITH *
      *    THE MEMBER'S AGE FOR THE PREVIEW PRICE.                     *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE RZCOVCUR CURSOR FOR
               SELECT V.EMPLOYEE#EMP_NUM,
                      V.TYPE,
                      V.PLAN_CODE,
                      V.PREMIUM,
                      (DAYS(DATE(:WS-AS-OF-DATE))
                       - DAYS(E.DATE_OF_BIRTH)) / 365
                 FROM COVERAGE V, EMPLOYEE E
                WHERE V.CASENAME#CIM       = :WS-CASE-IDNTITY
                  AND E.CASENAME#IDNTITY   = V.CASENAME#CIM
                  AND E.EMP_NUM            = V.EMPLOYEE#EMP_NUM
                  AND E.ACTIVE_IND         = 'Y'
                  AND V.EFF_DATE          <= DATE(:WS-AS-OF-DATE)
                  AND (V.TERM_DATE IS NULL
                    OR V.TERM_DATE > DATE(:WS-AS-OF-DATE))
                ORDER BY V.EMPLOYEE#EMP_NUM, V.TYPE
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'RAREALGN --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY RAREALGC.
           TITLE 'RAREALGN --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'RAREALGN' TO RL-PROGRAM-NAME.
           IF RZ-FUNCTION-CODE = 'R'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO RZ-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO RZ-RETURN-CODE.
           MOVE ZERO TO RZ-CASES-REVIEWED RZ-CASES-REALIGNED
                        RZ-MEMBERS-REALIGNED RZ-COVERAGES-REPRICED
                        RZ-NOT-MAPPED RZ-PREMIUM-BEFORE
                        RZ-PREMIUM-AFTER.

           IF RZ-FUNCTION-CODE NOT = 'A' AND 'P' AND 'R'
               MOVE '01' TO RZ-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P100000-CHECK-SECURITY THRU P100000-EXIT.

           IF RZ-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P150000-EDIT-THE-REQUEST THRU P150000-EXIT.

           IF RZ-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           IF RZ-FUNCTION-CODE = 'A'
               PERFORM P200000-ADD-MAP-ROW THRU P200000-EXIT
           ELSE
               PERFORM P300000-REALIGN-THE-CARRIER THRU P300000-EXIT.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - THE CHECKPOINTED
      *    CASES STAND AND THE RERUN FINDS NOTHING LEFT TO MOVE ON THEM.
           IF RZ-RETURN-CODE = '12'
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE.
           MOVE 'RAREALGN' TO RL-PROGRAM-NAME.
           MOVE RZ-CASES-REALIGNED TO RL-RECORD-COUNT.
           MOVE RZ-RETURN-CODE TO RL-PROGRAM-RC.
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
           TITLE 'RAREALGN --> OPERATOR MUST HOLD RAREALGN'.
       P100000-CHECK-SECURITY SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'RAREALGN' TO SEC-RESOURCE-NAME.
           MOVE 'I'        TO SEC-FUNCTION-CODE.
           MOVE 'Y'        TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR SEC-RETURN-CODE NOT = 'A'
               MOVE '03' TO RZ-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> CARRIER AND DATE EDITS'.
       P150000-EDIT-THE-REQUEST SECTION.

           IF RZ-CARRIER-CODE = SPACES
               MOVE '06' TO RZ-RETURN-CODE
               GO TO P150000-EXIT.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE
               GO TO P150000-EXIT.

           IF RZ-EFFECTIVE-DATE = SPACES
               IF RZ-FUNCTION-CODE = 'A'
                   MOVE '06' TO RZ-RETURN-CODE
                   GO TO P150000-EXIT
               ELSE
                   MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
                   GO TO P150000-EXIT.

           EXEC SQL
               SELECT CHAR(DATE(:RZ-EFFECTIVE-DATE), ISO)
                 INTO :WS-AS-OF-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '06' TO RZ-RETURN-CODE
               GO TO P150000-EXIT.

      *----------------------------------------------------------------*
      *    A MAP ROW MAY BE KEYED AHEAD OF ITS DATE AND PREVIEWED, BUT *
      *    MEMBERS ARE ONLY MOVED ONTO A MAP ALREADY IN FORCE.         *
      *----------------------------------------------------------------*
           IF RZ-FUNCTION-CODE = 'R'
               AND WS-AS-OF-DATE > WS-TODAY-DATE
               MOVE '06' TO RZ-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> ADD ONE EFFECTIVE-DATED MAP ROW'.
       P200000-ADD-MAP-ROW SECTION.

           IF RZ-STATE-CD = SPACES
               OR RZ-COUNTY-NUMBER = SPACES
               OR RZ-RATE-AREA = SPACES
               MOVE '06' TO RZ-RETURN-CODE
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    THE COUNTY - AND THE ZIP WHEN THE CARRIER SPLITS THE COUNTY *
      *    - MUST BE ONE STATE_COUNTY_ZIP KNOWS.                       *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ROW-COUNT.

           IF RZ-ZIP-CODE = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM STATE_COUNTY_ZIP
                    WHERE STATE_CD      = :RZ-STATE-CD
                      AND COUNTY_NUMBER = :RZ-COUNTY-NUMBER
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM STATE_COUNTY_ZIP
                    WHERE STATE_CD      = :RZ-STATE-CD
                      AND COUNTY_NUMBER = :RZ-COUNTY-NUMBER
                      AND ZIP_CODE      = :RZ-ZIP-CODE
               END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-ROW-COUNT = ZERO
               MOVE '06' TO RZ-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM RATING_AREA_MAP
                WHERE CARRIER_CODE   = :RZ-CARRIER-CODE
                  AND STATE_CD       = :RZ-STATE-CD
                  AND COUNTY_NUMBER  = :RZ-COUNTY-NUMBER
                  AND ZIP_CODE       = :RZ-ZIP-CODE
                  AND EFFECTIVE_DATE = DATE(:WS-AS-OF-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-ROW-COUNT > ZERO
               MOVE '04' TO RZ-RETURN-CODE
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    A ROW KEYED BEHIND ONE ALREADY ON FILE ENDS WHERE THE LATER *
      *    ROW TAKES OVER, SO THE DATES NEVER OVERLAP.                 *
      *----------------------------------------------------------------*
           MOVE ZERO   TO WS-NEXT-EFF-IND.
           MOVE SPACES TO WS-NEXT-EFF-DATE.

           EXEC SQL
               SELECT CHAR(MIN(EFFECTIVE_DATE), ISO)
                 INTO :WS-NEXT-EFF-DATE :WS-NEXT-EFF-IND
                 FROM RATING_AREA_MAP
                WHERE CARRIER_CODE   = :RZ-CARRIER-CODE
                  AND STATE_CD       = :RZ-STATE-CD
                  AND COUNTY_NUMBER  = :RZ-COUNTY-NUMBER
                  AND ZIP_CODE       = :RZ-ZIP-CODE
                  AND EFFECTIVE_DATE > DATE(:WS-AS-OF-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE
               GO TO P200000-EXIT.

      *    THE ROW IN FORCE ON THE NEW DATE ENDS ON IT.
           EXEC SQL
               UPDATE RATING_AREA_MAP
                  SET TERM_DATE       = DATE(:WS-AS-OF-DATE),
                      MAINT_LOGON     = :RZ-OPERATOR-LOGON,
                      MAINT_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CARRIER_CODE   = :RZ-CARRIER-CODE
                  AND STATE_CD       = :RZ-STATE-CD
                  AND COUNTY_NUMBER  = :RZ-COUNTY-NUMBER
                  AND ZIP_CODE       = :RZ-ZIP-CODE
                  AND EFFECTIVE_DATE < DATE(:WS-AS-OF-DATE)
                  AND (TERM_DATE IS NULL
                    OR TERM_DATE > DATE(:WS-AS-OF-DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RZ-RETURN-CODE
               GO TO P200000-BACK-OUT.

           EXEC SQL
               INSERT INTO RATING_AREA_MAP
                      ( CARRIER_CODE,
                        STATE_CD,
                        COUNTY_NUMBER,
                        ZIP_CODE,
                        EFFECTIVE_DATE,
                        TERM_DATE,
                        RATE_AREA,
                        MAINT_LOGON,
                        MAINT_TIMESTAMP )
               VALUES ( :RZ-CARRIER-CODE,
                        :RZ-STATE-CD,
                        :RZ-COUNTY-NUMBER,
                        :RZ-ZIP-CODE,
                        DATE(:WS-AS-OF-DATE),
                        :WS-NEXT-EFF-DATE :WS-NEXT-EFF-IND,
                        :RZ-RATE-AREA,
                        :RZ-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE
               GO TO P200000-BACK-OUT.

           GO TO P200000-EXIT.

       P200000-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> REALIGN EVERY IN-FORCE CASE'.
       P300000-REALIGN-THE-CARRIER SECTION.

           IF RZ-FUNCTION-CODE = 'R'
               MOVE 'REALIGNED' TO WS-RUN-LABEL
           ELSE
               MOVE 'PREVIEW  ' TO WS-RUN-LABEL.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RATING AREA IMPACT - CARRIER '
                                    DELIMITED BY SIZE
                  RZ-CARRIER-CODE   DELIMITED BY SIZE
                  ' MAP AS OF '     DELIMITED BY SIZE
                  WS-AS-OF-DATE     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-RUN-LABEL      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE ZERO TO WS-UNIT-COUNT.
           MOVE 'N'  TO WS-CASE-EOF-SW.

           EXEC SQL
               OPEN RZCASCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE
               GO TO P300000-EXIT.

           PERFORM P350000-REALIGN-ONE-CASE THRU P350000-EXIT
               UNTIL CASE-CURSOR-EOF.

           EXEC SQL
               CLOSE RZCASCUR
           END-EXEC.

           IF RZ-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

      *----------------------------------------------------------------*
      *    THE TAIL-END UNIT COMMITS WITH THE CLOSE.                   *
      *----------------------------------------------------------------*
           IF WS-UNIT-COUNT > ZERO
               EXEC CICS SYNCPOINT
               END-EXEC
           END-IF.

           MOVE RZ-CASES-REVIEWED  TO WS-EDIT-COUNT.
           MOVE RZ-CASES-REALIGNED TO WS-EDIT-COUNT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASES REVIEWED '    DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
                  ' REALIGNED '        DELIMITED BY SIZE
                  WS-EDIT-COUNT-2      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE RZ-MEMBERS-REALIGNED  TO WS-EDIT-BIG-COUNT.
           MOVE RZ-NOT-MAPPED         TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MEMBERS REALIGNED '  DELIMITED BY SIZE
                  WS-EDIT-BIG-COUNT     DELIMITED BY SIZE
                  ' NOT MAPPED '        DELIMITED BY SIZE
                  WS-EDIT-COUNT         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE RZ-PREMIUM-BEFORE TO WS-EDIT-BEFORE.
           MOVE RZ-PREMIUM-AFTER  TO WS-EDIT-AFTER.
           COMPUTE WS-EDIT-CHANGE = RZ-PREMIUM-AFTER
                                  - RZ-PREMIUM-BEFORE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MONTHLY PREMIUM BEFORE '  DELIMITED BY SIZE
                  WS-EDIT-BEFORE             DELIMITED BY SIZE
                  ' AFTER '                  DELIMITED BY SIZE
                  WS-EDIT-AFTER              DELIMITED BY SIZE
                  ' CHANGE '                 DELIMITED BY SIZE
                  WS-EDIT-CHANGE             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           IF RZ-CASES-REVIEWED = ZERO
               MOVE '02' TO RZ-RETURN-CODE
               GO TO P300000-EXIT.

           IF RZ-NOT-MAPPED > ZERO
               MOVE '05' TO RZ-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> RE-DERIVE ONE CASE AND ITS MEMBERS'.
       P350000-REALIGN-ONE-CASE SECTION.

           EXEC SQL
               FETCH RZCASCUR
                 INTO :WS-CASE-IDNTITY,
                      :WS-CASE-NUM,
                      :WS-CASE-AREA,
                      :WS-CASE-COUNTY,
                      :WS-CASE-TIER,
                      :WS-SITUS-STATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RZ-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P350000-EXIT.

           ADD 1 TO RZ-CASES-REVIEWED.

           MOVE ZERO TO WS-CASE-MEMBERS WS-CASE-HELD WS-CASE-UNPRICED
                        WS-CASE-BEFORE WS-CASE-AFTER.

      *----------------------------------------------------------------*
      *    THE CASE IS RATED IN THE AREA ITS SITUS COUNTY FALLS IN ON  *
      *    THE COUNTY-LEVEL ROW OF THE MAP.  A COUNTY THE MAP DOES NOT *
      *    COVER KEEPS ITS AREA AND IS LISTED FOR THE RATING DESK.     *
      *----------------------------------------------------------------*
           MOVE WS-CASE-AREA TO WS-NEW-CASE-AREA.

           EXEC SQL
               SELECT RATE_AREA
                 INTO :WS-NEW-CASE-AREA
                 FROM RATING_AREA_MAP
                WHERE CARRIER_CODE   = :RZ-CARRIER-CODE
                  AND STATE_CD       = :WS-SITUS-STATE
                  AND COUNTY_NUMBER  = :WS-CASE-COUNTY
                  AND ZIP_CODE       = ' '
                  AND EFFECTIVE_DATE <= DATE(:WS-AS-OF-DATE)
                  AND (TERM_DATE IS NULL
                    OR TERM_DATE > DATE(:WS-AS-OF-DATE))
           END-EXEC.

           IF SQLCODE = +100
               MOVE WS-CASE-AREA TO WS-NEW-CASE-AREA
               ADD 1 TO RZ-NOT-MAPPED
               MOVE ZERO   TO WS-MBR-EMP-NUM
               MOVE SPACES TO WS-MBR-RATING-ZIP
               MOVE 'SITUS COUNTY NOT MAPPED ' TO WS-EXCEPT-REASON
               PERFORM P680000-WRITE-EXCEPTION THRU P680000-EXIT
           ELSE
               IF SQLCODE NOT = ZERO
                   GO TO P350000-BACK-OUT.

           PERFORM P400000-REALIGN-THE-MEMBERS THRU P400000-EXIT.

           IF RZ-RETURN-CODE NOT = '00'
               GO TO P350000-BACK-OUT.

           IF WS-NEW-CASE-AREA = WS-CASE-AREA
               AND WS-CASE-MEMBERS = ZERO
               GO TO P350000-EXIT.

           ADD 1 TO RZ-CASES-REALIGNED.

           IF WS-NEW-CASE-AREA NOT = WS-CASE-AREA
               PERFORM P500000-PRICE-THE-CASE THRU P500000-EXIT.

           IF RZ-RETURN-CODE NOT = '00'
               GO TO P350000-BACK-OUT.

           PERFORM P600000-REPORT-THE-CASE THRU P600000-EXIT.

           IF RZ-FUNCTION-CODE NOT = 'R'
               GO TO P350000-EXIT.

           PERFORM P700000-WRITE-AUDIT-ENTRY THRU P700000-EXIT.

           IF RZ-RETURN-CODE NOT = '00'
               GO TO P350000-BACK-OUT.

           ADD 1 TO WS-UNIT-COUNT.

      *----------------------------------------------------------------*
      *    CHECKPOINT EVERY FIFTY CASES: AN ABEND LOSES AT MOST THE    *
      *    UNIT IN FLIGHT, AND A REALIGNED CASE ALREADY MATCHES THE    *
      *    MAP, SO THE RERUN PASSES OVER IT.                           *
      *----------------------------------------------------------------*
           IF WS-UNIT-COUNT NOT < WS-CHECKPOINT-SIZE
               EXEC CICS SYNCPOINT
               END-EXEC
               MOVE ZERO TO WS-UNIT-COUNT.

           GO TO P350000-EXIT.

       P350000-BACK-OUT.

           MOVE '12' TO RZ-RETURN-CODE.
           MOVE 'Y'  TO WS-CASE-EOF-SW.

           IF RZ-FUNCTION-CODE = 'R'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

       P350000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> RE-DERIVE EACH MEMBER FROM RATING ZIP'.
       P400000-REALIGN-THE-MEMBERS SECTION.

           MOVE 'N' TO WS-MBR-EOF-SW.

           EXEC SQL
               OPEN RZMBRCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE
               GO TO P400000-EXIT.

           PERFORM P450000-REALIGN-ONE-MEMBER THRU P450000-EXIT
               UNTIL MEMBER-CURSOR-EOF.

           EXEC SQL
               CLOSE RZMBRCUR
           END-EXEC.

       P400000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> ONE MEMBER ONTO THE CURRENT MAP'.
       P450000-REALIGN-ONE-MEMBER SECTION.

           EXEC SQL
               FETCH RZMBRCUR
                 INTO :WS-MBR-EMP-NUM,
                      :WS-MBR-AREA,
                      :WS-MBR-RATING-ZIP
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RZ-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-MBR-EOF-SW
               GO TO P450000-EXIT.

      *----------------------------------------------------------------*
      *    STATE_COUNTY_ZIP PLACES THE RATING ZIP IN ITS STATE AND     *
      *    COUNTY.  A ZIP-LEVEL MAP ROW WINS OVER THE COUNTY ROW -     *
      *    SPACES SORT LAST ON THE DESCENDING ZIP.                     *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-NEW-MBR-AREA.

           EXEC SQL
               SELECT M.RATE_AREA
                 INTO :WS-NEW-MBR-AREA
                 FROM RATING_AREA_MAP M, STATE_COUNTY_ZIP Z
                WHERE Z.ZIP_CODE        = :WS-MBR-RATING-ZIP
                  AND M.CARRIER_CODE    = :RZ-CARRIER-CODE
                  AND M.STATE_CD        = Z.STATE_CD
                  AND M.COUNTY_NUMBER   = Z.COUNTY_NUMBER
                  AND M.ZIP_CODE IN (Z.ZIP_CODE, ' ')
                  AND M.EFFECTIVE_DATE <= DATE(:WS-AS-OF-DATE)
                  AND (M.TERM_DATE IS NULL
                    OR M.TERM_DATE > DATE(:WS-AS-OF-DATE))
                ORDER BY M.ZIP_CODE DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               ADD 1 TO RZ-NOT-MAPPED
               MOVE 'RATING ZIP NOT MAPPED   ' TO WS-EXCEPT-REASON
               PERFORM P680000-WRITE-EXCEPTION THRU P680000-EXIT
               GO TO P450000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE
               MOVE 'Y'  TO WS-MBR-EOF-SW
               GO TO P450000-EXIT.

           IF WS-NEW-MBR-AREA = WS-MBR-AREA
               GO TO P450000-EXIT.

           ADD 1 TO WS-CASE-MEMBERS.
           ADD 1 TO RZ-MEMBERS-REALIGNED.

           IF RZ-FUNCTION-CODE NOT = 'R'
               GO TO P450000-EXIT.

      *    THE AREA THE MEMBER LEAVES IS KEPT IN AREA_CHANGE, AND
      *    PREMRECL ROLLS THE FLAGGED MEMBER'S PREMIUM UP AGAIN.
           EXEC SQL
               UPDATE EMPLOYEE
                  SET AREA_CHANGE      = RATE_AREA,
                      RATE_AREA        = :WS-NEW-MBR-AREA,
                      RATE_CHANGE_FLAG = 'Y',
                      CHANGE_DATE      = CURRENT TIMESTAMP,
                      CHANGE_LOGON     = :RZ-OPERATOR-LOGON
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :WS-CASE-NUM
                  AND EMP_NUM          = :WS-MBR-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE
               MOVE 'Y'  TO WS-MBR-EOF-SW.

       P450000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> PRICE THE CASE IN ITS NEW AREA'.
       P500000-PRICE-THE-CASE SECTION.

      *----------------------------------------------------------------*
      *    RATECALC PRICES FROM THE CASE'S AREA, SO THE NEW AREA GOES  *
      *    ON CASE_MASTER FIRST WITH THE OLD ONE KEPT IN AREA_CHANGE.  *
      *----------------------------------------------------------------*
           IF RZ-FUNCTION-CODE = 'R'
               EXEC SQL
                   UPDATE CASE_MASTER
                      SET AREA_CHANGE = RATE_AREA,
                          RATE_AREA   = :WS-NEW-CASE-AREA
                    WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO RZ-RETURN-CODE
                   GO TO P500000-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-COV-EOF-SW.

           EXEC SQL
               OPEN RZCOVCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE
               GO TO P500000-EXIT.

           PERFORM P550000-PRICE-ONE-COVERAGE THRU P550000-EXIT
               UNTIL COVERAGE-CURSOR-EOF.

           EXEC SQL
               CLOSE RZCOVCUR
           END-EXEC.

           IF RZ-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           ADD WS-CASE-BEFORE TO RZ-PREMIUM-BEFORE.
           ADD WS-CASE-AFTER  TO RZ-PREMIUM-AFTER.

           IF RZ-FUNCTION-CODE NOT = 'R'
               GO TO P500000-EXIT.

      *    EVERY ACTIVE MEMBER OF THE CASE IS REPRICED, SO EVERY ONE
      *    IS FLAGGED FOR PREMRECL.
           EXEC SQL
               UPDATE EMPLOYEE
                  SET RATE_CHANGE_FLAG = 'Y'
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :WS-CASE-NUM
                  AND ACTIVE_IND       = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RZ-RETURN-CODE.

       P500000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> PRICE ONE COVERAGE THROUGH RATECALC'.
       P550000-PRICE-ONE-COVERAGE SECTION.

           EXEC SQL
               FETCH RZCOVCUR
                 INTO :WS-COV-EMP-NUM,
                      :WS-COV-TYPE,
                      :WS-COV-PLAN-CODE,
                      :WS-COV-PREMIUM,
                      :WS-MEMBER-AGE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RZ-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-COV-EOF-SW
               GO TO P550000-EXIT.

           ADD WS-COV-PREMIUM TO WS-CASE-BEFORE.

      *----------------------------------------------------------------*
      *    THE PREVIEW RATES THE RISK IN THE NEW AREA; THE REALIGN RUN *
      *    REPRICES THE ROW IN PLACE, SUBJECT TO ANY RATE GUARANTEE.   *
      *----------------------------------------------------------------*
           MOVE SPACES           TO RATECALC-COMM-AREA.
           MOVE ZERO             TO RC-MONTHLY-PREMIUM.
           MOVE WS-AS-OF-DATE    TO RC-AS-OF-DATE.

           IF RZ-FUNCTION-CODE = 'R'
               MOVE 'C'              TO RC-FUNCTION-CODE
               MOVE WS-CASE-IDNTITY  TO RC-CASE-IDNTITY
               MOVE WS-COV-EMP-NUM   TO RC-EMP-NUM
               MOVE WS-COV-TYPE      TO RC-COVERAGE-TYPE
               MOVE ZERO             TO RC-TIER-NUM RC-MEMBER-AGE
           ELSE
               MOVE 'R'              TO RC-FUNCTION-CODE
               MOVE WS-COV-PLAN-CODE TO RC-PLAN-CODE
               MOVE WS-NEW-CASE-AREA TO RC-RATE-AREA
               MOVE WS-CASE-TIER     TO RC-TIER-NUM
               MOVE WS-MEMBER-AGE    TO RC-MEMBER-AGE
               MOVE ZERO             TO RC-EMP-NUM.

           EXEC CICS LINK
                     PROGRAM  ('RATECALC')
                     COMMAREA (RATECALC-COMM-AREA)
                     LENGTH   (LENGTH OF RATECALC-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR RC-RETURN-CODE = '04' OR '12'
               MOVE '12' TO RZ-RETURN-CODE
               MOVE 'Y'  TO WS-COV-EOF-SW
               GO TO P550000-EXIT.

      *    A HELD OR UNPRICED ROW KEEPS ITS CURRENT PREMIUM.
           EVALUATE RC-RETURN-CODE
               WHEN '00'
                   ADD RC-MONTHLY-PREMIUM TO WS-CASE-AFTER
                   IF RZ-FUNCTION-CODE = 'R'
                       ADD 1 TO RZ-COVERAGES-REPRICED
                   END-IF
               WHEN '05'
                   ADD 1 TO WS-CASE-HELD
                   ADD WS-COV-PREMIUM TO WS-CASE-AFTER
               WHEN OTHER
                   ADD 1 TO WS-CASE-UNPRICED
                   ADD WS-COV-PREMIUM TO WS-CASE-AFTER
           END-EVALUATE.

       P550000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> ONE IMPACT LINE PER REALIGNED CASE'.
       P600000-REPORT-THE-CASE SECTION.

           MOVE WS-CASE-MEMBERS TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.

           IF WS-NEW-CASE-AREA = WS-CASE-AREA
               STRING 'CASE '            DELIMITED BY SIZE
                      WS-CASE-NUM        DELIMITED BY SIZE
                      ' AREA '           DELIMITED BY SIZE
                      WS-CASE-AREA       DELIMITED BY SIZE
                      ' UNCHANGED'       DELIMITED BY SIZE
                      ' MEMBERS '        DELIMITED BY SIZE
                      WS-EDIT-COUNT      DELIMITED BY SIZE
                      ' PREMIUM UNCHANGED'
                                         DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               GO TO P600000-WRITE.

           COMPUTE WS-CASE-CHANGE = WS-CASE-AFTER - WS-CASE-BEFORE.
           MOVE WS-CASE-BEFORE   TO WS-EDIT-BEFORE.
           MOVE WS-CASE-AFTER    TO WS-EDIT-AFTER.
           MOVE WS-CASE-CHANGE   TO WS-EDIT-CHANGE.
           MOVE WS-CASE-HELD     TO WS-EDIT-EMP.
           MOVE WS-CASE-UNPRICED TO WS-EDIT-COUNT-2.

           STRING 'CASE '            DELIMITED BY SIZE
                  WS-CASE-NUM        DELIMITED BY SIZE
                  ' AREA '           DELIMITED BY SIZE
                  WS-CASE-AREA       DELIMITED BY SIZE
                  ' TO '             DELIMITED BY SIZE
                  WS-NEW-CASE-AREA   DELIMITED BY SIZE
                  ' MEMBERS '        DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  ' BEFORE '         DELIMITED BY SIZE
                  WS-EDIT-BEFORE     DELIMITED BY SIZE
                  ' AFTER '          DELIMITED BY SIZE
                  WS-EDIT-AFTER      DELIMITED BY SIZE
                  ' CHANGE '         DELIMITED BY SIZE
                  WS-EDIT-CHANGE     DELIMITED BY SIZE
                  ' HELD '           DELIMITED BY SIZE
                  WS-EDIT-EMP        DELIMITED BY SIZE
                  ' UNPRICED '       DELIMITED BY SIZE
                  WS-EDIT-COUNT-2    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

       P600000-WRITE.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P600000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> LIST A CASE OR MEMBER THE MAP MISSES'.
       P680000-WRITE-EXCEPTION SECTION.

           MOVE WS-MBR-EMP-NUM TO WS-EDIT-EMP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '            DELIMITED BY SIZE
                  WS-CASE-NUM        DELIMITED BY SIZE
                  ' EMP '            DELIMITED BY SIZE
                  WS-EDIT-EMP        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EXCEPT-REASON   DELIMITED BY SIZE
                  ' STATE '          DELIMITED BY SIZE
                  WS-SITUS-STATE     DELIMITED BY SIZE
                  ' COUNTY '         DELIMITED BY SIZE
                  WS-CASE-COUNTY     DELIMITED BY SIZE
                  ' RATING ZIP '     DELIMITED BY SIZE
                  WS-MBR-RATING-ZIP  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P680000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> WRITE ONE LINE TO RALN'.
       P690000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('RALN')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P690000-EXIT.
           EXIT.
           TITLE 'RAREALGN --> ONE AUDIT ROW PER REALIGNED CASE'.
       P700000-WRITE-AUDIT-ENTRY SECTION.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-AUDIT-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    'RA' - RATING AREA REALIGNED.  UNIQUENUM CARRIES THE CASE;
      *    THE AREA IT LEFT STAYS IN CASE_MASTER.AREA_CHANGE.
           EXEC SQL
               INSERT INTO AUDIT_COMM
                      (AUDIT_TIMESTAMP, INITIALS, AUDIT_CODE,
                       UNIQUENUM, IDNTITY_NAME)
               VALUES (:WS-AUDIT-TIMESTAMP, :RZ-OPERATOR-INITIALS,
                       'RA', :WS-CASE-NUM, :WS-CASE-IDNTITY)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RZ-RETURN-CODE.

       P700000-EXIT.
           EXIT.
