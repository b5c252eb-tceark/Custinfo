       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DECLNOTE.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: DECLNOTE                                        *
      *  PROGRAM TEXT:  DECLINED-APPLICATION NOTICES AND                *
      *                 RECONSIDERATION.  A CATMASTER DECLINE REACHED   *
      *                 THE EMPLOYER AND BROKER ONLY IF SOMEBODY WROTE  *
      *                 TO THEM, AND RECONSIDERATIONS LIVED IN EMAIL.   *
      *                 THE NIGHTLY 'X' RUN FINDS EACH NEW DECLINE      *
      *                 (CAT_DECLINE_REASON, DECLINED_DATE), SENDS THE  *
      *                 REASON-SPECIFIC ADVERSE-ACTION NOTICE THROUGH   *
      *                 CORRGEN TO THE EMPLOYER AND TO THE WRITING      *
      *                 BROKER FROM THE APPLICATION'S QUOTE, AND        *
      *                 RECORDS IT ON APP_DECLINE.  'R' TAKES NEW       *
      *                 EVIDENCE, REOPENS UNDERWRITING ON CATMASTER AND *
      *                 MARKS THE DECLINE UNDER RECONSIDERATION; THE    *
      *                 NEXT NIGHTLY RUN CLOSES IT AS UPHELD (THE RE-   *
      *                 DECLINE IS NOTICED AGAIN) OR OVERTURNED.  'M'   *
      *                 LISTS A MONTH'S DECLINE REASONS BY UNDERWRITER  *
      *                 AND STATE TO THE DCLR TDQ.                      *
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
       77  WS-DEFAULT-LOOKBACK-DAYS    PIC S9(4) COMP     VALUE +7.
       77  WS-DEFAULT-RECON-DAYS       PIC S9(4) COMP     VALUE +60.

       01  WS-DECL-EOF-SW               PIC X     VALUE 'N'.
           88  DECLINE-EOF              VALUE 'Y'.
       01  WS-RPT-EOF-SW                PIC X     VALUE 'N'.
           88  RPT-EOF                  VALUE 'Y'.

       01  WS-LOOKBACK-DAYS             PIC S9(4) COMP VALUE ZERO.
       01  WS-RECON-DAYS                PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-DIGITS-3             PIC 9(3)  VALUE ZERO.
       01  WS-RULE-NAME                 PIC X(15) VALUE SPACES.

       01  WS-RECON-BY-DATE             PIC X(10) VALUE SPACES.
       01  WS-BROKER-IDNTITY            PIC X(8)  VALUE SPACES.
       01  WS-NOTICE-IDNTITY            PIC X(8)  VALUE SPACES.
       01  WS-TEMPLATE-ID               PIC X(8)  VALUE SPACES.
       01  WS-FALLBACK-TEMPLATE         PIC X(8)  VALUE SPACES.
       01  WS-LETTER-SENT-SW            PIC X     VALUE 'N'.
           88  LETTER-SENT              VALUE 'Y'.
       01  WS-EMPLOYER-SENT-SW          PIC X     VALUE 'N'.
           88  EMPLOYER-NOTICE-SENT     VALUE 'Y'.
       01  WS-BROKER-SENT-SW            PIC X     VALUE 'N'.
           88  BROKER-NOTICE-SENT       VALUE 'Y'.

       01  WS-REPORT-MONTH              PIC X(6)  VALUE SPACES.
       01  WS-MONTH-START               PIC X(10) VALUE SPACES.
       01  WS-MONTH-NUMBER              PIC 9(2)  VALUE ZERO.

       01  WS-RPT-UNDERWRITER           PIC X(3)  VALUE SPACES.
       01  WS-RPT-STATE                 PIC X(2)  VALUE SPACES.
       01  WS-RPT-REASON                PIC X(3)  VALUE SPACES.
       01  WS-RPT-DECLINES              PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-RPT-RECONSIDERED          PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-RPT-OVERTURNED            PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-PRIOR-UNDERWRITER         PIC X(3)  VALUE SPACES.

       01  WS-EDIT-ROUND                PIC Z9    VALUE ZERO.
       01  WS-EDIT-DECLINES             PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-RECONSIDERED         PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-OVERTURNED           PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-UNDERWRITER          PIC X(3)  VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

           COPY APPDECL.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    DECLINES NOT YET NOTICED: THE LATEST VERSION OF AN          *
      *    APPLICATION CARRIES A DECLINED_DATE WITHIN THE LOOKBACK     *
      *    AND NO APP_DECLINE ROW FOR IT IS STILL OPEN (NONE YET, OR   *
      *    THE LAST ONE WAS CLOSED BY A RECONSIDERATION DECISION).     *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE DNNEWCUR CURSOR FOR
               SELECT M.CAT_IDNTITY_NUMBER,
                      M.CAT_VERSION_QUAL,
                      M.CAT_DECLINE_REASON,
                      CHAR(M.DECLINED_DATE, ISO),
                      CHAR(M.DECLINED_DATE + :WS-RECON-DAYS DAYS, ISO),
                      M.CAT_UNDERWRITER,
                      M.CAT_STATE_CODE
                 FROM CATMASTER M
                WHERE M.DECLINED_DATE IS NOT NULL
                  AND M.DECLINED_DATE >=
                      CURRENT DATE - :WS-LOOKBACK-DAYS DAYS
                  AND M.CAT_VERSION_QUAL =
                      (SELECT MAX(M2.CAT_VERSION_QUAL) FROM CATMASTER M2
                        WHERE M2.CAT_IDNTITY_NUMBER =
                              M.CAT_IDNTITY_NUMBER)
                  AND NOT EXISTS
                      (SELECT 1 FROM APP_DECLINE D
                        WHERE D.CAT_IDNTITY_NUMBER =
                              M.CAT_IDNTITY_NUMBER
                          AND D.CAT_VERSION_QUAL = M.CAT_VERSION_QUAL
                          AND D.RECON_STATUS IN (' ', 'R'))
                ORDER BY M.CAT_IDNTITY_NUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      *    ONE MONTH'S DECLINES BY UNDERWRITER, STATE AND REASON, WITH *
      *    HOW MANY WERE TAKEN TO RECONSIDERATION AND OVERTURNED.      *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE DNRPTCUR CURSOR FOR
               SELECT UNDERWRITER,
                      STATE_CODE,
                      DECLINE_REASON,
                      COUNT(*),
                      SUM(CASE WHEN RECON_STATUS = ' '
                               THEN 0 ELSE 1 END),
                      SUM(CASE WHEN RECON_STATUS = 'O'
                               THEN 1 ELSE 0 END)
                 FROM APP_DECLINE
                WHERE DECLINED_DATE >= DATE(:WS-MONTH-START)
                  AND DECLINED_DATE <  DATE(:WS-MONTH-START) + 1 MONTH
                GROUP BY UNDERWRITER, STATE_CODE, DECLINE_REASON
                ORDER BY UNDERWRITER, STATE_CODE, DECLINE_REASON
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'DECLNOTE --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DECLNOTC.
           TITLE 'DECLNOTE --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF DN-FUNCTION-CODE = 'X' OR 'M'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'DECLNOTE' TO RL-PROGRAM-NAME
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
               MOVE '20' TO DN-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO DN-RETURN-CODE.
           MOVE ZERO TO DN-DECLINES-NOTICED DN-LETTERS-SENT
                        DN-RECON-UPHELD DN-RECON-OVERTURNED
                        DN-MONTH-DECLINES.

           EVALUATE DN-FUNCTION-CODE
               WHEN 'X'
                   PERFORM P200000-NOTICE-RUN THRU P200000-EXIT
               WHEN 'R'
                   PERFORM P600000-RECONSIDER THRU P600000-EXIT
               WHEN 'M'
                   PERFORM P700000-MONTHLY-REPORT THRU P700000-EXIT
               WHEN OTHER
                   MOVE '01' TO DN-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF DN-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF DN-FUNCTION-CODE = 'X' OR 'M'
               IF DN-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'DECLNOTE' TO RL-PROGRAM-NAME
               IF DN-FUNCTION-CODE = 'X'
                   MOVE DN-DECLINES-NOTICED TO RL-RECORD-COUNT
               ELSE
                   MOVE DN-MONTH-DECLINES   TO RL-RECORD-COUNT
               END-IF
               MOVE DN-RETURN-CODE TO RL-PROGRAM-RC
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
           TITLE 'DECLNOTE --> THE NIGHTLY NOTICE RUN'.
       P200000-NOTICE-RUN SECTION.

           PERFORM P250000-READ-THE-RULES THRU P250000-EXIT.

           PERFORM P300000-CLOSE-RECONSIDERED THRU P300000-EXIT.
           IF DN-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN DNNEWCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-DECL-EOF-SW.

           PERFORM P400000-ONE-NEW-DECLINE THRU P400000-EXIT
               UNTIL DECLINE-EOF.

           EXEC SQL
               CLOSE DNNEWCUR
           END-EXEC.

           IF DN-RETURN-CODE = '00'
               AND DN-DECLINES-NOTICED = ZERO
               AND DN-RECON-UPHELD     = ZERO
               AND DN-RECON-OVERTURNED = ZERO
               MOVE '02' TO DN-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'DECLNOTE --> THE NOTICE WINDOWS'.
       P250000-READ-THE-RULES SECTION.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'DECLNOTE', EACH AS THREE DIGITS:             *
      *    'LOOKBACK DAYS' - HOW FAR BACK EACH RUN LOOKS FOR NEW       *
      *                      DECLINES, SO A MISSED NIGHT IS CAUGHT UP  *
      *                      (DEFAULT 007);                            *
      *    'RECON DAYS'    - HOW LONG THE EMPLOYER HAS TO ASK FOR A    *
      *                      RECONSIDERATION, QUOTED IN THE NOTICE     *
      *                      (DEFAULT 060).                            *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS.
           MOVE WS-DEFAULT-RECON-DAYS    TO WS-RECON-DAYS.

           MOVE 'LOOKBACK DAYS' TO WS-RULE-NAME.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE WS-RULE-DIGITS-3    TO WS-LOOKBACK-DAYS.

           MOVE 'RECON DAYS'    TO WS-RULE-NAME.
           PERFORM P260000-READ-ONE-RULE THRU P260000-EXIT.
           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE WS-RULE-DIGITS-3    TO WS-RECON-DAYS.

       P250000-EXIT.
           EXIT.
           TITLE 'DECLNOTE --> READ ONE PROGRAM_RULES ROW'.
       P260000-READ-ONE-RULE SECTION.

           MOVE SPACES TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'DECLNOTE'
                  AND RULE        = :WS-RULE-NAME
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

       P260000-EXIT.
           EXIT.
           TITLE 'DECLNOTE --> CLOSE DECIDED RECONSIDERATIONS'.
       P300000-CLOSE-RECONSIDERED SECTION.
      *----------------------------------------------------------------*
      *    A RECONSIDERATION CLEARS THE DECLINE AND THE UNDERWRITING   *
      *    DECISION ON CATMASTER, SO THE NEXT ONE RECORDED IS THE      *
      *    SECOND DECISION: DECLINED AGAIN IS UPHELD (AND IS NOTICED   *
      *    BELOW ON A NEW ROW), UNDERWRITTEN IS OVERTURNED.            *
      *----------------------------------------------------------------*

           EXEC SQL
               UPDATE APP_DECLINE D
                  SET RECON_STATUS        = 'U',
                      RECON_DECISION_DATE =
                      (SELECT M.DECLINED_DATE FROM CATMASTER M
                        WHERE M.CAT_IDNTITY_NUMBER =
                              D.CAT_IDNTITY_NUMBER
                          AND M.CAT_VERSION_QUAL = D.CAT_VERSION_QUAL)
                WHERE D.RECON_STATUS = 'R'
                  AND EXISTS
                      (SELECT 1 FROM CATMASTER M
                        WHERE M.CAT_IDNTITY_NUMBER =
                              D.CAT_IDNTITY_NUMBER
                          AND M.CAT_VERSION_QUAL = D.CAT_VERSION_QUAL
                          AND M.DECLINED_DATE IS NOT NULL)
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO DN-RETURN-CODE
               GO TO P300000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO DN-RECON-UPHELD.

           EXEC SQL
               UPDATE APP_DECLINE D
                  SET RECON_STATUS        = 'O',
                      RECON_DECISION_DATE =
                      (SELECT M.UNDER_DATE FROM CATMASTER M
                        WHERE M.CAT_IDNTITY_NUMBER =
                              D.CAT_IDNTITY_NUMBER
                          AND M.CAT_VERSION_QUAL = D.CAT_VERSION_QUAL)
                WHERE D.RECON_STATUS = 'R'
                  AND EXISTS
                      (SELECT 1 FROM CATMASTER M
                        WHERE M.CAT_IDNTITY_NUMBER =
                              D.CAT_IDNTITY_NUMBER
                          AND M.CAT_VERSION_QUAL = D.CAT_VERSION_QUAL
                          AND M.DECLINED_DATE IS NULL
                          AND M.UNDER_DATE    IS NOT NULL)
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO DN-RETURN-CODE
               GO TO P300000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO DN-RECON-OVERTURNED.

       P300000-EXIT.
           EXIT.
           TITLE 'DECLNOTE --> NOTICE ONE NEW DECLINE'.
       P400000-ONE-NEW-DECLINE SECTION.

           MOVE SPACES TO APP-DECLINE-REC.

           EXEC SQL
               FETCH DNNEWCUR
                 INTO :APD-CAT-IDNTITY,
                      :APD-VERSION-QUAL,
                      :APD-DECLINE-REASON,
                      :APD-DECLINED-DATE,
                      :WS-RECON-BY-DATE,
                      :APD-UNDERWRITER,
                      :APD-STATE-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DN-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-DECL-EOF-SW
               GO TO P400000-EXIT.

      *    A NEW DECLINE_ID, AND THE DECISION ROUND - ONE MORE THAN THE
      *    DECLINES ALREADY RECORDED ON THIS VERSION OF THE APPLICATION.
           EXEC SQL
               SELECT NEXT VALUE FOR APP_DECLINE_SEQ
                 INTO :APD-DECLINE-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT COUNT(*) + 1
                     INTO :APD-DECISION-ROUND
                     FROM APP_DECLINE
                    WHERE CAT_IDNTITY_NUMBER = :APD-CAT-IDNTITY
                      AND CAT_VERSION_QUAL   = :APD-VERSION-QUAL
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               MOVE 'Y'  TO WS-DECL-EOF-SW
               GO TO P400000-EXIT.

           PERFORM P420000-FIND-THE-BROKER THRU P420000-EXIT.
           IF DN-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-DECL-EOF-SW
               GO TO P400000-EXIT.

      *----------------------------------------------------------------*
      *    THE EMPLOYER'S NOTICE GOES TO THE APPLICATION'S OWN         *
      *    IDENTITY; THE BROKER'S TO THE BROKER'S AGENT IDENTITY.      *
      *    EACH REASON CODE HAS ITS OWN TEMPLATE (DCLE/DCLB PLUS THE   *
      *    REASON) CARRYING THE REASON WORDING THE STATES REQUIRE; A   *
      *    REASON WITHOUT ONE FALLS BACK TO THE GENERAL NOTICE.        *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-EMPLOYER-SENT-SW WS-BROKER-SENT-SW.

           MOVE APD-CAT-IDNTITY TO WS-NOTICE-IDNTITY.
           MOVE SPACES          TO WS-TEMPLATE-ID.
           STRING 'DCLE'             DELIMITED BY SIZE
                  APD-DECLINE-REASON DELIMITED BY SIZE
               INTO WS-TEMPLATE-ID
           END-STRING.
           MOVE 'DCLEMPL '      TO WS-FALLBACK-TEMPLATE.
           PERFORM P450000-SEND-ONE-NOTICE THRU P450000-EXIT.
           IF LETTER-SENT
               MOVE 'Y' TO WS-EMPLOYER-SENT-SW.

           IF WS-BROKER-IDNTITY NOT = SPACES
               MOVE WS-BROKER-IDNTITY TO WS-NOTICE-IDNTITY
               MOVE SPACES            TO WS-TEMPLATE-ID
               STRING 'DCLB'             DELIMITED BY SIZE
                      APD-DECLINE-REASON DELIMITED BY SIZE
                   INTO WS-TEMPLATE-ID
               END-STRING
               MOVE 'DCLBRKR '        TO WS-FALLBACK-TEMPLATE
               PERFORM P450000-SEND-ONE-NOTICE THRU P450000-EXIT
               IF LETTER-SENT
                   MOVE 'Y' TO WS-BROKER-SENT-SW
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO APP_DECLINE
                      ( DECLINE_ID,
                        CAT_IDNTITY_NUMBER,
                        CAT_VERSION_QUAL,
                        DECISION_ROUND,
                        DECLINE_REASON,
                        DECLINED_DATE,
                        UNDERWRITER,
                        STATE_CODE,
                        BROKER_ID,
                        EMPLOYER_NOTICE_TS,
                        BROKER_NOTICE_TS,
                        RECON_STATUS,
                        RECON_REQUEST_TS,
                        RECON_LOGON,
                        RECON_EVIDENCE,
                        RECON_DECISION_DATE )
               VALUES ( :APD-DECLINE-ID,
                        :APD-CAT-IDNTITY,
                        :APD-VERSION-QUAL,
                        :APD-DECISION-ROUND,
                        :APD-DECLINE-REASON,
                        DATE(:APD-DECLINED-DATE),
                        :APD-UNDERWRITER,
                        :APD-STATE-CODE,
                        :APD-BROKER-ID,
                        CASE WHEN :WS-EMPLOYER-SENT-SW = 'Y'
                             THEN CURRENT TIMESTAMP END,
                        CASE WHEN :WS-BROKER-SENT-SW = 'Y'
                             THEN CURRENT TIMESTAMP END,
                        ' ',
                        NULL,
                        ' ',
                        ' ',
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               MOVE 'Y'  TO WS-DECL-EOF-SW
               GO TO P400000-EXIT.

           ADD 1 TO DN-DECLINES-NOTICED.

           MOVE APD-DECISION-ROUND TO WS-EDIT-ROUND.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'APP '             DELIMITED BY SIZE
                  APD-CAT-IDNTITY    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  APD-VERSION-QUAL   DELIMITED BY SIZE
                  '  DECLINED '      DELIMITED BY SIZE
                  APD-DECLINED-DATE  DELIMITED BY SIZE
                  '  REASON '        DELIMITED BY SIZE
                  APD-DECLINE-REASON DELIMITED BY SIZE
                  '  ROUND '         DELIMITED BY SIZE
                  WS-EDIT-ROUND      DELIMITED BY SIZE
                  '  EMPLOYER '      DELIMITED BY SIZE
                  WS-EMPLOYER-SENT-SW DELIMITED BY SIZE
                  '  BROKER '        DELIMITED BY SIZE
                  APD-BROKER-ID      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-BROKER-SENT-SW  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P400000-EXIT.
           EXIT.
       P420000-FIND-THE-BROKER SECTION.
      *----------------------------------------------------------------*
      *    THE WRITING BROKER IS THE ONE ON THE APPLICATION'S LATEST   *
      *    QUOTE THAT NAMED ONE.  NO QUOTE, NO BROKER ROW - NO BROKER  *
      *    NOTICE.                                                     *
      *----------------------------------------------------------------*

           MOVE SPACES TO APD-BROKER-ID WS-BROKER-IDNTITY.

           EXEC SQL
               SELECT BROKER_ID
                 INTO :APD-BROKER-ID
                 FROM GROUP_QUOTE
                WHERE CAT_IDNTITY_NUMBER = :APD-CAT-IDNTITY
                  AND BROKER_ID         <> ' '
                ORDER BY QUOTE_ID DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               GO TO P420000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               GO TO P420000-EXIT.

           EXEC SQL
               SELECT AGNTNAME#IDNTY
                 INTO :WS-BROKER-IDNTITY
                 FROM BROKER
                WHERE BROKER_ID = :APD-BROKER-ID
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               MOVE SPACES TO WS-BROKER-IDNTITY
               GO TO P420000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE.

       P420000-EXIT.
           EXIT.
           TITLE 'DECLNOTE --> SEND ONE NOTICE THROUGH CORRGEN'.
       P450000-SEND-ONE-NOTICE SECTION.

           MOVE 'N' TO WS-LETTER-SENT-SW.

           MOVE SPACES               TO CORRGEN-COMM-AREA.
           MOVE 'G'                  TO CG-FUNCTION-CODE.
           MOVE WS-TEMPLATE-ID       TO CG-TEMPLATE-ID.
           MOVE WS-NOTICE-IDNTITY    TO CG-IDNTITY.
           MOVE APD-CAT-IDNTITY      TO CG-SUBST-VALUE (1).
           MOVE APD-DECLINED-DATE    TO CG-SUBST-VALUE (2).
           MOVE APD-DECLINE-REASON   TO CG-SUBST-VALUE (3).
           MOVE WS-RECON-BY-DATE     TO CG-SUBST-VALUE (4).
           MOVE APD-BROKER-ID        TO CG-SUBST-VALUE (5).
           MOVE 'DECLNOTE'           TO CG-OPERATOR-LOGON.
           MOVE 'DECLNOTE'           TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND CG-RETURN-CODE = '02'
               MOVE WS-FALLBACK-TEMPLATE TO CG-TEMPLATE-ID
               MOVE SPACES               TO CG-RETURN-CODE
               EXEC CICS LINK
                         PROGRAM  ('CORRGEN')
                         COMMAREA (CORRGEN-COMM-AREA)
                         LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
           END-IF.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND CG-RETURN-CODE = '00'
               MOVE 'Y' TO WS-LETTER-SENT-SW
               ADD 1 TO DN-LETTERS-SENT.

       P450000-EXIT.
           EXIT.
           TITLE 'DECLNOTE --> REQUEST A RECONSIDERATION'.
       P600000-RECONSIDER SECTION.

           IF DN-EVIDENCE = SPACES
               MOVE '05' TO DN-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'DECLNOTE' TO SEC-RESOURCE-NAME.
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
               MOVE '08' TO DN-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               SELECT DECLINE_ID,
                      CAT_VERSION_QUAL,
                      RECON_STATUS
                 INTO :APD-DECLINE-ID,
                      :APD-VERSION-QUAL,
                      :APD-RECON-STATUS
                 FROM APP_DECLINE
                WHERE CAT_IDNTITY_NUMBER = :DN-CAT-IDNTITY
                ORDER BY DECLINE_ID DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               MOVE '03' TO DN-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               GO TO P600000-EXIT.

           IF APD-RECON-STATUS = 'R'
               MOVE '04' TO DN-RETURN-CODE
               GO TO P600000-EXIT.

           IF APD-RECON-STATUS NOT = SPACE
               MOVE '03' TO DN-RETURN-CODE
               GO TO P600000-EXIT.

      *----------------------------------------------------------------*
      *    REOPEN UNDERWRITING: THE DECLINE AND THE UNDERWRITING       *
      *    DECISION COME OFF THE APPLICATION SO IT IS WORKED AGAIN     *
      *    WITH THE NEW EVIDENCE.  THE APPLICATION MUST STILL BE       *
      *    DECLINED - OTHERWISE IT HAS ALREADY MOVED ON.               *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE CATMASTER
                  SET CAT_DECLINE_REASON = ' ',
                      CAT_DECLINED_DATE  = 0,
                      DECLINED_DATE      = NULL,
                      CAT_UNDER_STATUS   = ' ',
                      CAT_UNDER_LID      = ' ',
                      CAT_UNDER_DATE     = 0,
                      UNDER_DATE         = NULL,
                      UW_COMPLETE_DATE   = NULL,
                      UW_DECISION        = ' ',
                      CAT_UPDATE_DATE    = CURRENT DATE,
                      CAT_UPDATE_LID     = :DN-OPERATOR-LOGON
                WHERE CAT_IDNTITY_NUMBER = :DN-CAT-IDNTITY
                  AND CAT_VERSION_QUAL   = :APD-VERSION-QUAL
                  AND DECLINED_DATE IS NOT NULL
           END-EXEC.

           IF SQLCODE = +100
               MOVE '03' TO DN-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               UPDATE APP_DECLINE
                  SET RECON_STATUS     = 'R',
                      RECON_REQUEST_TS = CURRENT TIMESTAMP,
                      RECON_LOGON      = :DN-OPERATOR-LOGON,
                      RECON_EVIDENCE   = :DN-EVIDENCE
                WHERE DECLINE_ID = :APD-DECLINE-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE.

       P600000-EXIT.
           EXIT.
           TITLE 'DECLNOTE --> SET THE REPORT MONTH'.
       P650000-SET-THE-MONTH SECTION.

           IF DN-REPORT-MONTH = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                     INTO :WS-MONTH-START
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE WS-MONTH-START (1:4) TO DN-REPORT-MONTH (1:4)
               MOVE WS-MONTH-START (6:2) TO DN-REPORT-MONTH (5:2)
           END-IF.

           IF DN-REPORT-MONTH IS NOT NUMERIC
               MOVE '06' TO DN-RETURN-CODE
               GO TO P650000-EXIT.

           MOVE DN-REPORT-MONTH (5:2) TO WS-MONTH-NUMBER.
           IF WS-MONTH-NUMBER < 1 OR WS-MONTH-NUMBER > 12
               MOVE '06' TO DN-RETURN-CODE
               GO TO P650000-EXIT.

           MOVE DN-REPORT-MONTH TO WS-REPORT-MONTH.
           MOVE SPACES          TO WS-MONTH-START.
           STRING DN-REPORT-MONTH (1:4) DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  DN-REPORT-MONTH (5:2) DELIMITED BY SIZE
                  '-01'                 DELIMITED BY SIZE
               INTO WS-MONTH-START
           END-STRING.

       P650000-EXIT.
           EXIT.
           TITLE 'DECLNOTE --> MONTHLY DECLINE REASONS'.
       P700000-MONTHLY-REPORT SECTION.

           PERFORM P650000-SET-THE-MONTH THRU P650000-EXIT.
           IF DN-RETURN-CODE NOT = '00'
               GO TO P700000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DECLINE REASONS BY UNDERWRITER AND STATE  MONTH '
                                          DELIMITED BY SIZE
                  WS-REPORT-MONTH         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P950000-WRITE-MONTHLY-LINE THRU P950000-EXIT.
           MOVE '  UW   ST  REASON  DECLINES  RECONSIDERED  OVERTURNED'
                                          TO WS-REPORT-LINE.
           PERFORM P950000-WRITE-MONTHLY-LINE THRU P950000-EXIT.

           EXEC SQL
               OPEN DNRPTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE 'N'    TO WS-RPT-EOF-SW.
           MOVE SPACES TO WS-PRIOR-UNDERWRITER.

           PERFORM P750000-ONE-REASON-LINE THRU P750000-EXIT
               UNTIL RPT-EOF.

           EXEC SQL
               CLOSE DNRPTCUR
           END-EXEC.

           IF DN-RETURN-CODE NOT = '00'
               GO TO P700000-EXIT.

           IF DN-MONTH-DECLINES = ZERO
               MOVE '02' TO DN-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE DN-MONTH-DECLINES TO WS-EDIT-DECLINES.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TOTAL DECLINES   ' DELIMITED BY SIZE
                  WS-EDIT-DECLINES      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P950000-WRITE-MONTHLY-LINE THRU P950000-EXIT.

       P700000-EXIT.
           EXIT.
       P750000-ONE-REASON-LINE SECTION.

           EXEC SQL
               FETCH DNRPTCUR
                 INTO :WS-RPT-UNDERWRITER,
                      :WS-RPT-STATE,
                      :WS-RPT-REASON,
                      :WS-RPT-DECLINES,
                      :WS-RPT-RECONSIDERED,
                      :WS-RPT-OVERTURNED
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DN-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RPT-EOF-SW
               GO TO P750000-EXIT.

           ADD WS-RPT-DECLINES TO DN-MONTH-DECLINES.

      *    THE UNDERWRITER PRINTS ONLY WHEN IT CHANGES.
           IF WS-RPT-UNDERWRITER = WS-PRIOR-UNDERWRITER
               MOVE SPACES             TO WS-EDIT-UNDERWRITER
           ELSE
               MOVE WS-RPT-UNDERWRITER TO WS-EDIT-UNDERWRITER
               MOVE WS-RPT-UNDERWRITER TO WS-PRIOR-UNDERWRITER.

           MOVE WS-RPT-DECLINES     TO WS-EDIT-DECLINES.
           MOVE WS-RPT-RECONSIDERED TO WS-EDIT-RECONSIDERED.
           MOVE WS-RPT-OVERTURNED   TO WS-EDIT-OVERTURNED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  '                 DELIMITED BY SIZE
                  WS-EDIT-UNDERWRITER  DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-RPT-STATE         DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-RPT-REASON        DELIMITED BY SIZE
                  '       '            DELIMITED BY SIZE
                  WS-EDIT-DECLINES     DELIMITED BY SIZE
                  '        '           DELIMITED BY SIZE
                  WS-EDIT-RECONSIDERED DELIMITED BY SIZE
                  '      '             DELIMITED BY SIZE
                  WS-EDIT-OVERTURNED   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P950000-WRITE-MONTHLY-LINE THRU P950000-EXIT.

       P750000-EXIT.
           EXIT.
           TITLE 'DECLNOTE --> WRITE ONE LINE TO DCLN'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('DCLN')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
           TITLE 'DECLNOTE --> WRITE ONE LINE TO DCLR'.
       P950000-WRITE-MONTHLY-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('DCLR')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P950000-EXIT.
           EXIT.
