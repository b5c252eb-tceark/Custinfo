       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RULEBNDL.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: RULEBNDL                                        *
      *  PROGRAM TEXT:  PROGRAM_RULES RELEASE BUNDLES.  A RULE CHANGE   *
      *                 THAT SPANS SEVERAL ROWS, PROGRAMS AND CARRIERS  *
      *                 IS OPENED AS ONE BUNDLE UNDER ITS               *
      *                 CHG_REQUEST_ID ('O'); EACH RULE ADDED TO IT     *
      *                 ('L') IS A NOT-YET-CURRENT ROW EFFECTIVE ON THE *
      *                 RELEASE DATE, AND IT AND THE ROW IT REPLACES    *
      *                 ARE MARKED OUT_FOR_UPDATE SO NO OTHER BUNDLE    *
      *                 CAN TAKE THE RULE UNTIL IT IS DROPPED ('D') OR  *
      *                 PROMOTED.  A CLOSED BUNDLE ('C') IS PROMOTED    *
      *                 WHOLE BY THE NIGHTLY 'X' RUN ON ITS             *
      *                 RELEASE_DATE, ONE UNIT OF WORK PER BUNDLE,      *
      *                 KEEPING THE ROWS IT REPLACED ON                 *
      *                 RULE_BUNDLE_PRIOR; 'B' ROLLS A PROMOTED BUNDLE  *
      *                 BACK IN ONE STEP.  O/L/D/C NEED THE RULEBNDL    *
      *                 SECCHECK RESOURCE AND B NEEDS RULEPROM.         *
      *                 RESULTS GO TO THE RULQ TDQ.                     *
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

       01  WS-BUNDLE-EOF-SW             PIC X     VALUE 'N'.
           88  BUNDLE-EOF               VALUE 'Y'.

       01  WS-SEC-RESOURCE              PIC X(8)  VALUE SPACES.
       01  WS-DATE-OK-SW                PIC X(1)  VALUE SPACE.
       01  WS-ROW-COUNT                 PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-ROWS-PROMOTED             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY RULEBND.
           COPY RULEBPR.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    CLOSED BUNDLES WHOSE RELEASE DATE HAS COME, OLDEST FIRST.   *
      *    WITH HOLD SO THE SYNCPOINT AFTER EACH BUNDLE DOES NOT CLOSE *
      *    THE CURSOR.                                                 *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE RBDUECUR CURSOR WITH HOLD FOR
               SELECT CHG_REQUEST_ID,
                      RELEASE_DATE
                 FROM RULE_BUNDLE
                WHERE BUNDLE_STATUS = 'C'
                  AND RELEASE_DATE <= CURRENT DATE
                ORDER BY RELEASE_DATE, CHG_REQUEST_ID
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'RULEBNDL --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY RULEBNDC.
           TITLE 'RULEBNDL --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF RB-FUNCTION-CODE = 'X'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'RULEBNDL' TO RL-PROGRAM-NAME
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
               MOVE '20' TO RB-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO RB-RETURN-CODE.
           MOVE ZERO TO RB-BUNDLES-PROMOTED RB-ROWS-PROMOTED
                        RB-ROWS-RESTORED.

           EVALUATE RB-FUNCTION-CODE
               WHEN 'O'
                   PERFORM P200000-OPEN-BUNDLE THRU P200000-EXIT
               WHEN 'L'
                   PERFORM P300000-LOCK-ONE-RULE THRU P300000-EXIT
               WHEN 'D'
                   PERFORM P400000-DROP-ONE-RULE THRU P400000-EXIT
               WHEN 'C'
                   PERFORM P450000-CLOSE-BUNDLE THRU P450000-EXIT
               WHEN 'X'
                   PERFORM P500000-PROMOTE-DUE-BUNDLES THRU
                           P500000-EXIT
               WHEN 'B'
                   PERFORM P700000-ROLL-BACK-BUNDLE THRU P700000-EXIT
               WHEN OTHER
                   MOVE '01' TO RB-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF RB-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF RB-FUNCTION-CODE = 'X'
               IF RB-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'RULEBNDL' TO RL-PROGRAM-NAME
               MOVE RB-ROWS-PROMOTED TO RL-RECORD-COUNT
               MOVE RB-RETURN-CODE TO RL-PROGRAM-RC
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
           TITLE 'RULEBNDL --> SECCHECK FOR THE FUNCTION'.
       P100000-CHECK-AUTHORITY SECTION.

           MOVE SPACES          TO SECURITY-AREA.
           MOVE WS-SEC-RESOURCE TO SEC-RESOURCE-NAME.
           MOVE 'U'             TO SEC-FUNCTION-CODE.
           MOVE 'Y'             TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR SEC-RETURN-CODE NOT = 'A'
               MOVE '08' TO RB-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'RULEBNDL --> READ THE BUNDLE'.
       P150000-READ-BUNDLE SECTION.

           IF RB-CHG-REQUEST-ID = SPACES
               MOVE '03' TO RB-RETURN-CODE
               GO TO P150000-EXIT.

           EXEC SQL
               SELECT CHG_REQUEST_ID,
                      RELEASE_DATE,
                      BUNDLE_STATUS
                 INTO :RBH-CHG-REQUEST-ID,
                      :RBH-RELEASE-DATE,
                      :RBH-BUNDLE-STATUS
                 FROM RULE_BUNDLE
                WHERE CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO RB-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO RB-RETURN-CODE
           END-EVALUATE.

       P150000-EXIT.
           EXIT.
           TITLE 'RULEBNDL --> OPEN A BUNDLE'.
       P200000-OPEN-BUNDLE SECTION.

           IF RB-CHG-REQUEST-ID = SPACES
               MOVE '03' TO RB-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-DATE-OK-SW.

           EXEC SQL
               SELECT CASE WHEN DATE(:RB-RELEASE-DATE) >= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
                 INTO :WS-DATE-OK-SW
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO OR WS-DATE-OK-SW NOT = 'Y'
               MOVE '03' TO RB-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'RULEBNDL' TO WS-SEC-RESOURCE.
           PERFORM P100000-CHECK-AUTHORITY THRU P100000-EXIT.
           IF RB-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

      *    A REQUEST ID ALREADY ON A BUNDLE OR ON ANY RULE ROW WOULD
      *    PULL THAT ROW INTO THIS BUNDLE'S PROMOTE AND ROLLBACK.
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM PROGRAM_RULES
                WHERE CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RB-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-ROW-COUNT > ZERO
               MOVE '05' TO RB-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               INSERT INTO RULE_BUNDLE
                      ( CHG_REQUEST_ID,
                        BUNDLE_DESC,
                        RELEASE_DATE,
                        BUNDLE_STATUS,
                        OPEN_LOGON,
                        OPEN_TIMESTAMP,
                        CLOSE_LOGON,
                        PROMOTE_TIMESTAMP,
                        ROWS_PROMOTED,
                        ROLLBACK_LOGON,
                        ROLLBACK_TIMESTAMP )
               VALUES ( :RB-CHG-REQUEST-ID,
                        :RB-BUNDLE-DESC,
                        :RB-RELEASE-DATE,
                        'E',
                        :RB-OPERATOR-LOGON,
                        CURRENT TIMESTAMP,
                        ' ',
                        NULL,
                        0,
                        ' ',
                        NULL )
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = -803
                   MOVE '05' TO RB-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO RB-RETURN-CODE
           END-EVALUATE.

       P200000-EXIT.
           EXIT.
           TITLE 'RULEBNDL --> ADD OR CHANGE ONE RULE AND LOCK IT'.
       P300000-LOCK-ONE-RULE SECTION.
      *----------------------------------------------------------------*
      *    THE BUNDLE'S ROW FOR A RULE IS A NOT-YET-CURRENT ROW UNDER  *
      *    THE REQUEST ID, EFFECTIVE ON THE RELEASE DATE.  IT AND THE  *
      *    CURRENT ROW IT WILL REPLACE ARE MARKED OUT FOR UPDATE; A    *
      *    RULE ANOTHER BUNDLE ALREADY HOLDS CANNOT BE TAKEN.          *
      *----------------------------------------------------------------*

           MOVE 'RULEBNDL' TO WS-SEC-RESOURCE.
           PERFORM P100000-CHECK-AUTHORITY THRU P100000-EXIT.
           IF RB-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           PERFORM P150000-READ-BUNDLE THRU P150000-EXIT.
           IF RB-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           IF RBH-BUNDLE-STATUS NOT = 'E'
               MOVE '02' TO RB-RETURN-CODE
               GO TO P300000-EXIT.

           IF RB-PROGRAM-ID = SPACES
               OR RB-RULE = SPACES
               OR RB-RULE-VALUE = SPACES
               MOVE '03' TO RB-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID      = :RB-PROGRAM-ID
                  AND RULE            = :RB-RULE
                  AND CARRIER         = :RB-CARRIER
                  AND RULE_ENTITY     = :RB-RULE-ENTITY
                  AND RULE_QUALIFIER  = :RB-RULE-QUALIFIER
                  AND CURRENT_IND     = 'N'
                  AND OUT_FOR_UPDATE  = 'Y'
                  AND CHG_REQUEST_ID <> :RB-CHG-REQUEST-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RB-RETURN-CODE
               GO TO P300000-EXIT.

           IF WS-ROW-COUNT > ZERO
               MOVE '05' TO RB-RETURN-CODE
               GO TO P300000-EXIT.

      *    ALREADY IN THE BUNDLE - JUST THE NEW VALUE.
           EXEC SQL
               UPDATE PROGRAM_RULES
                  SET RULE_VALUE     = :RB-RULE-VALUE,
                      REVISED_DATE   = CURRENT TIMESTAMP,
                      REVISED_LOGON  = :RB-OPERATOR-LOGON
                WHERE PROGRAM_ID     = :RB-PROGRAM-ID
                  AND RULE           = :RB-RULE
                  AND CARRIER        = :RB-CARRIER
                  AND RULE_ENTITY    = :RB-RULE-ENTITY
                  AND RULE_QUALIFIER = :RB-RULE-QUALIFIER
                  AND CURRENT_IND    = 'N'
                  AND CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
           END-EXEC.

           IF SQLCODE = ZERO
               GO TO P300000-EXIT.

           IF SQLCODE NOT = +100
               MOVE '12' TO RB-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               INSERT INTO PROGRAM_RULES
                      ( PROGRAM_ID,
                        RULE,
                        CARRIER,
                        RULE_ENTITY,
                        RULE_QUALIFIER,
                        RULE_VALUE,
                        CURRENT_IND,
                        EFFECTIVE_DATE,
                        TERM_DATE,
                        SEQ_NUM,
                        OUT_FOR_UPDATE,
                        UPDATE_TEXT,
                        ADDED_DATE,
                        ADDED_LOGON,
                        REVISED_DATE,
                        REVISED_LOGON,
                        RELEASE_DATE,
                        CHG_REQUEST_ID )
               SELECT :RB-PROGRAM-ID,
                      :RB-RULE,
                      :RB-CARRIER,
                      :RB-RULE-ENTITY,
                      :RB-RULE-QUALIFIER,
                      :RB-RULE-VALUE,
                      'N',
                      :RBH-RELEASE-DATE,
                      NULL,
                      VALUE(MAX(SEQ_NUM), 0) + 1,
                      'Y',
                      'RELEASE BUNDLE',
                      CURRENT TIMESTAMP,
                      :RB-OPERATOR-LOGON,
                      NULL,
                      NULL,
                      :RBH-RELEASE-DATE,
                      :RB-CHG-REQUEST-ID
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID     = :RB-PROGRAM-ID
                  AND RULE           = :RB-RULE
                  AND CARRIER        = :RB-CARRIER
                  AND RULE_ENTITY    = :RB-RULE-ENTITY
                  AND RULE_QUALIFIER = :RB-RULE-QUALIFIER
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RB-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               UPDATE PROGRAM_RULES
                  SET OUT_FOR_UPDATE = 'Y'
                WHERE PROGRAM_ID     = :RB-PROGRAM-ID
                  AND RULE           = :RB-RULE
                  AND CARRIER        = :RB-CARRIER
                  AND RULE_ENTITY    = :RB-RULE-ENTITY
                  AND RULE_QUALIFIER = :RB-RULE-QUALIFIER
                  AND CURRENT_IND    = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RB-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'RULEBNDL --> DROP ONE RULE FROM THE BUNDLE'.
       P400000-DROP-ONE-RULE SECTION.

           MOVE 'RULEBNDL' TO WS-SEC-RESOURCE.
           PERFORM P100000-CHECK-AUTHORITY THRU P100000-EXIT.
           IF RB-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           PERFORM P150000-READ-BUNDLE THRU P150000-EXIT.
           IF RB-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           IF RBH-BUNDLE-STATUS NOT = 'E'
               MOVE '02' TO RB-RETURN-CODE
               GO TO P400000-EXIT.

           EXEC SQL
               DELETE FROM PROGRAM_RULES
                WHERE PROGRAM_ID     = :RB-PROGRAM-ID
                  AND RULE           = :RB-RULE
                  AND CARRIER        = :RB-CARRIER
                  AND RULE_ENTITY    = :RB-RULE-ENTITY
                  AND RULE_QUALIFIER = :RB-RULE-QUALIFIER
                  AND CURRENT_IND    = 'N'
                  AND CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO RB-RETURN-CODE
               GO TO P400000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RB-RETURN-CODE
               GO TO P400000-EXIT.

           EXEC SQL
               UPDATE PROGRAM_RULES
                  SET OUT_FOR_UPDATE = 'N'
                WHERE PROGRAM_ID     = :RB-PROGRAM-ID
                  AND RULE           = :RB-RULE
                  AND CARRIER        = :RB-CARRIER
                  AND RULE_ENTITY    = :RB-RULE-ENTITY
                  AND RULE_QUALIFIER = :RB-RULE-QUALIFIER
                  AND CURRENT_IND    = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RB-RETURN-CODE.

       P400000-EXIT.
           EXIT.
           TITLE 'RULEBNDL --> CLOSE THE BUNDLE FOR RELEASE'.
       P450000-CLOSE-BUNDLE SECTION.

           MOVE 'RULEBNDL' TO WS-SEC-RESOURCE.
           PERFORM P100000-CHECK-AUTHORITY THRU P100000-EXIT.
           IF RB-RETURN-CODE NOT = '00'
               GO TO P450000-EXIT.

           PERFORM P150000-READ-BUNDLE THRU P150000-EXIT.
           IF RB-RETURN-CODE NOT = '00'
               GO TO P450000-EXIT.

           IF RBH-BUNDLE-STATUS NOT = 'E'
               MOVE '02' TO RB-RETURN-CODE
               GO TO P450000-EXIT.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM PROGRAM_RULES
                WHERE CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
                  AND CURRENT_IND    = 'N'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RB-RETURN-CODE
               GO TO P450000-EXIT.

           IF WS-ROW-COUNT = ZERO
               MOVE '04' TO RB-RETURN-CODE
               GO TO P450000-EXIT.

           EXEC SQL
               UPDATE RULE_BUNDLE
                  SET BUNDLE_STATUS = 'C',
                      CLOSE_LOGON   = :RB-OPERATOR-LOGON
                WHERE CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
                  AND BUNDLE_STATUS  = 'E'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO RB-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO RB-RETURN-CODE
           END-EVALUATE.

       P450000-EXIT.
           EXIT.
           TITLE 'RULEBNDL --> PROMOTE THE BUNDLES DUE'.
       P500000-PROMOTE-DUE-BUNDLES SECTION.

           EXEC SQL
               OPEN RBDUECUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RB-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-BUNDLE-EOF-SW.

           PERFORM P550000-PROMOTE-NEXT-BUNDLE THRU P550000-EXIT
               UNTIL BUNDLE-EOF.

           IF RB-RETURN-CODE NOT = '12'
               EXEC SQL
                   CLOSE RBDUECUR
               END-EXEC.

       P500000-EXIT.
           EXIT.
       P550000-PROMOTE-NEXT-BUNDLE SECTION.

           EXEC SQL
               FETCH RBDUECUR
                 INTO :RBH-CHG-REQUEST-ID,
                      :RBH-RELEASE-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RB-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-BUNDLE-EOF-SW
               GO TO P550000-EXIT.

           PERFORM P600000-PROMOTE-ONE-BUNDLE THRU P600000-EXIT.

      *    A BUNDLE GOES CURRENT WHOLE OR NOT AT ALL.
           IF RB-RETURN-CODE = '12'
               MOVE 'Y' TO WS-BUNDLE-EOF-SW
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P550000-EXIT.

           EXEC CICS SYNCPOINT
           END-EXEC.

           ADD 1 TO RB-BUNDLES-PROMOTED.
           ADD WS-ROWS-PROMOTED TO RB-ROWS-PROMOTED.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-ROWS-PROMOTED TO WS-EDIT-COUNT.
           STRING 'BUNDLE '               DELIMITED BY SIZE
                  RBH-CHG-REQUEST-ID      DELIMITED BY SIZE
                  ' PROMOTED  RULES '     DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  '  EFFECTIVE '          DELIMITED BY SIZE
                  RBH-RELEASE-DATE        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'RULEBNDL --> PROMOTE ONE BUNDLE'.
       P600000-PROMOTE-ONE-BUNDLE SECTION.
      *----------------------------------------------------------------*
      *    FIRST KEEP EVERY CURRENT ROW THE BUNDLE REPLACES ON         *
      *    RULE_BUNDLE_PRIOR, THEN TERM THEM THE DAY BEFORE RELEASE,   *
      *    THEN MAKE THE BUNDLE'S ROWS CURRENT.  ALL THREE STEPS AND   *
      *    THE STATUS CHANGE ARE ONE UNIT OF WORK.                     *
      *----------------------------------------------------------------*

           MOVE ZERO TO WS-ROWS-PROMOTED.

           EXEC SQL
               INSERT INTO RULE_BUNDLE_PRIOR
                      ( CHG_REQUEST_ID,
                        PROGRAM_ID,
                        RULE,
                        CARRIER,
                        RULE_ENTITY,
                        RULE_QUALIFIER,
                        EFFECTIVE_DATE,
                        SEQ_NUM,
                        TERM_DATE,
                        RULE_VALUE )
               SELECT :RBH-CHG-REQUEST-ID,
                      P.PROGRAM_ID,
                      P.RULE,
                      P.CARRIER,
                      P.RULE_ENTITY,
                      P.RULE_QUALIFIER,
                      P.EFFECTIVE_DATE,
                      P.SEQ_NUM,
                      P.TERM_DATE,
                      P.RULE_VALUE
                 FROM PROGRAM_RULES P
                WHERE P.CURRENT_IND = 'Y'
                  AND EXISTS
                      (SELECT 1 FROM PROGRAM_RULES B
                        WHERE B.CHG_REQUEST_ID = :RBH-CHG-REQUEST-ID
                          AND B.CURRENT_IND    = 'N'
                          AND B.PROGRAM_ID     = P.PROGRAM_ID
                          AND B.RULE           = P.RULE
                          AND B.CARRIER        = P.CARRIER
                          AND B.RULE_ENTITY    = P.RULE_ENTITY
                          AND B.RULE_QUALIFIER = P.RULE_QUALIFIER)
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RB-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               UPDATE PROGRAM_RULES P
                  SET CURRENT_IND    = 'N',
                      OUT_FOR_UPDATE = 'N',
                      TERM_DATE      = DATE(:RBH-RELEASE-DATE) - 1 DAY,
                      REVISED_DATE   = CURRENT TIMESTAMP,
                      REVISED_LOGON  = 'RULEBNDL'
                WHERE P.CURRENT_IND = 'Y'
                  AND EXISTS
                      (SELECT 1 FROM PROGRAM_RULES B
                        WHERE B.CHG_REQUEST_ID = :RBH-CHG-REQUEST-ID
                          AND B.CURRENT_IND    = 'N'
                          AND B.PROGRAM_ID     = P.PROGRAM_ID
                          AND B.RULE           = P.RULE
                          AND B.CARRIER        = P.CARRIER
                          AND B.RULE_ENTITY    = P.RULE_ENTITY
                          AND B.RULE_QUALIFIER = P.RULE_QUALIFIER)
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RB-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               UPDATE PROGRAM_RULES
                  SET CURRENT_IND    = 'Y',
                      OUT_FOR_UPDATE = 'N',
                      REVISED_DATE   = CURRENT TIMESTAMP,
                      REVISED_LOGON  = 'RULEBNDL'
                WHERE CHG_REQUEST_ID = :RBH-CHG-REQUEST-ID
                  AND CURRENT_IND    = 'N'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RB-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO WS-ROWS-PROMOTED.

           EXEC SQL
               UPDATE RULE_BUNDLE
                  SET BUNDLE_STATUS     = 'P',
                      PROMOTE_TIMESTAMP = CURRENT TIMESTAMP,
                      ROWS_PROMOTED     = :WS-ROWS-PROMOTED
                WHERE CHG_REQUEST_ID = :RBH-CHG-REQUEST-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RB-RETURN-CODE.

       P600000-EXIT.
           EXIT.
           TITLE 'RULEBNDL --> ROLL A PROMOTED BUNDLE BACK'.
       P700000-ROLL-BACK-BUNDLE SECTION.
      *----------------------------------------------------------------*
      *    EVERY ROW THE BUNDLE REPLACED GOES CURRENT AGAIN WITH THE   *
      *    TERM DATE IT HAD, AND THE BUNDLE'S OWN ROWS ARE TERMED      *
      *    TODAY.  A RULE THE BUNDLE ADDED NEW SIMPLY STOPS.  IF ANY   *
      *    OF THE BUNDLE'S ROWS HAS ALREADY BEEN REPLACED BY A LATER   *
      *    CHANGE, PUTTING THE OLD ROW BACK WOULD UNDO THAT CHANGE TOO *
      *    - THE ROLLBACK IS REFUSED.                                  *
      *----------------------------------------------------------------*

           MOVE 'RULEPROM' TO WS-SEC-RESOURCE.
           PERFORM P100000-CHECK-AUTHORITY THRU P100000-EXIT.
           IF RB-RETURN-CODE NOT = '00'
               GO TO P700000-EXIT.

           PERFORM P150000-READ-BUNDLE THRU P150000-EXIT.
           IF RB-RETURN-CODE NOT = '00'
               GO TO P700000-EXIT.

           IF RBH-BUNDLE-STATUS NOT = 'P'
               MOVE '02' TO RB-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM PROGRAM_RULES
                WHERE CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
                  AND CURRENT_IND    = 'N'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RB-RETURN-CODE
               GO TO P700000-EXIT.

           IF WS-ROW-COUNT > ZERO
               MOVE '06' TO RB-RETURN-CODE
               GO TO P700000-EXIT.

           EXEC SQL
               UPDATE PROGRAM_RULES P
                  SET CURRENT_IND    = 'Y',
                      OUT_FOR_UPDATE = 'N',
                      TERM_DATE      =
                      (SELECT R.TERM_DATE FROM RULE_BUNDLE_PRIOR R
                        WHERE R.CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
                          AND R.PROGRAM_ID     = P.PROGRAM_ID
                          AND R.RULE           = P.RULE
                          AND R.CARRIER        = P.CARRIER
                          AND R.RULE_ENTITY    = P.RULE_ENTITY
                          AND R.RULE_QUALIFIER = P.RULE_QUALIFIER
                          AND R.EFFECTIVE_DATE = P.EFFECTIVE_DATE
                          AND R.SEQ_NUM        = P.SEQ_NUM),
                      REVISED_DATE   = CURRENT TIMESTAMP,
                      REVISED_LOGON  = :RB-OPERATOR-LOGON
                WHERE EXISTS
                      (SELECT 1 FROM RULE_BUNDLE_PRIOR R
                        WHERE R.CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
                          AND R.PROGRAM_ID     = P.PROGRAM_ID
                          AND R.RULE           = P.RULE
                          AND R.CARRIER        = P.CARRIER
                          AND R.RULE_ENTITY    = P.RULE_ENTITY
                          AND R.RULE_QUALIFIER = P.RULE_QUALIFIER
                          AND R.EFFECTIVE_DATE = P.EFFECTIVE_DATE
                          AND R.SEQ_NUM        = P.SEQ_NUM)
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RB-RETURN-CODE
               GO TO P700000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO RB-ROWS-RESTORED.

           EXEC SQL
               UPDATE PROGRAM_RULES
                  SET CURRENT_IND    = 'N',
                      TERM_DATE      = CURRENT DATE,
                      UPDATE_TEXT    = 'BUNDLE ROLLED BACK',
                      REVISED_DATE   = CURRENT TIMESTAMP,
                      REVISED_LOGON  = :RB-OPERATOR-LOGON
                WHERE CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
                  AND CURRENT_IND    = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO RB-RETURN-CODE
               GO TO P700000-EXIT.

           EXEC SQL
               UPDATE RULE_BUNDLE
                  SET BUNDLE_STATUS      = 'B',
                      ROLLBACK_LOGON     = :RB-OPERATOR-LOGON,
                      ROLLBACK_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CHG_REQUEST_ID = :RB-CHG-REQUEST-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RB-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RB-ROWS-RESTORED TO WS-EDIT-COUNT.
           STRING 'BUNDLE '               DELIMITED BY SIZE
                  RB-CHG-REQUEST-ID       DELIMITED BY SIZE
                  ' ROLLED BACK  PRIOR RULES RESTORED '
                                          DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  '  BY '                 DELIMITED BY SIZE
                  RB-OPERATOR-LOGON       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P700000-EXIT.
           EXIT.
           TITLE 'RULEBNDL --> WRITE ONE LINE TO RULQ'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('RULQ')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
