      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   KEEP ROWS UNDER LEGAL HOLD, REPORT TO LGHX    *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-YEARS-DIGITS              PIC 9(3)  VALUE ZERO.
       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.
       01  WS-MOVED-ROWS                PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-HELD-ROWS                 PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-EDIT-HELD-ROWS            PIC Z(6)9 VALUE ZERO.

           COPY AUDITHST.
           COPY PROGRULE.
       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

       01  LGLHOLD-COMM-AREA.
           COPY LGLHOLDC.

           TITLE 'AUDARCH --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'AUDARCH ' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO AV-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO AV-RETURN-CODE.
           MOVE ZERO TO AV-CODES-WORKED AV-ROWS-MOVED AV-ROWS-HELD.

           IF AV-FUNCTION-CODE NOT = 'A'
               MOVE '01' TO AV-RETURN-CODE

           PERFORM P300000-GET-RETENTION-YEARS THRU P300000-EXIT.

           PERFORM P400000-COUNT-HELD-ROWS THRU P400000-EXIT.
           IF CODE-CURSOR-EOF
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    INSERT-SELECT THEN DELETE, ONE CONSISTENT UNIT OF WORK      *
      *    PER CODE WITH A SYNCPOINT BETWEEN CODES - CASEARCH'S        *
      *    PATTERN, SO AN ABEND NEVER LEAVES A ROW IN BOTH TABLES.     *
      *    ROWS FOR A CASE OR IDENTITY UNDER AN ACTIVE LEGAL HOLD ARE  *
      *    LEFT IN PLACE AND AGE OUT ON THE FIRST RUN AFTER RELEASE.   *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO AUDIT_COMM_ARCH
                WHERE AUDIT_CODE = :WS-AUDIT-CODE
                  AND AUDIT_TIMESTAMP <
                      CURRENT TIMESTAMP - :WS-RETAIN-YEARS YEARS
                  AND NOT EXISTS
                      (SELECT 1 FROM LEGAL_HOLD H
                        WHERE H.START_DATE <= CURRENT DATE
                          AND VALUE(H.RELEASE_DATE, '9999-12-31')
                              > CURRENT DATE
                          AND ((H.SCOPE_TYPE = 'C'
                                AND H.SCOPE_KEY = AUDIT_COMM.UNIQUENUM)
                           OR  (H.SCOPE_TYPE = 'I'
                                AND H.SCOPE_KEY =
                                    AUDIT_COMM.AC_ID_NUMBER)))
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
                WHERE AUDIT_CODE = :WS-AUDIT-CODE
                  AND AUDIT_TIMESTAMP <
                      CURRENT TIMESTAMP - :WS-RETAIN-YEARS YEARS
                  AND NOT EXISTS
                      (SELECT 1 FROM LEGAL_HOLD H
                        WHERE H.START_DATE <= CURRENT DATE
                          AND VALUE(H.RELEASE_DATE, '9999-12-31')
                              > CURRENT DATE
                          AND ((H.SCOPE_TYPE = 'C'
                                AND H.SCOPE_KEY = AUDIT_COMM.UNIQUENUM)
                           OR  (H.SCOPE_TYPE = 'I'
                                AND H.SCOPE_KEY =
                                    AUDIT_COMM.AC_ID_NUMBER)))
           END-EXEC.

           IF SQLCODE NOT = ZERO

       P300000-EXIT.
           EXIT.
           TITLE 'AUDARCH --> AGED ROWS KEPT BACK BY A LEGAL HOLD'.
       P400000-COUNT-HELD-ROWS SECTION.

           MOVE ZERO TO WS-HELD-ROWS.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HELD-ROWS
                 FROM AUDIT_COMM
                WHERE AUDIT_CODE = :WS-AUDIT-CODE
                  AND AUDIT_TIMESTAMP <
                      CURRENT TIMESTAMP - :WS-RETAIN-YEARS YEARS
                  AND EXISTS
                      (SELECT 1 FROM LEGAL_HOLD H
                        WHERE H.START_DATE <= CURRENT DATE
                          AND VALUE(H.RELEASE_DATE, '9999-12-31')
                              > CURRENT DATE
                          AND ((H.SCOPE_TYPE = 'C'
                                AND H.SCOPE_KEY = AUDIT_COMM.UNIQUENUM)
                           OR  (H.SCOPE_TYPE = 'I'
                                AND H.SCOPE_KEY =
                                    AUDIT_COMM.AC_ID_NUMBER)))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AV-RETURN-CODE
               MOVE 'Y'  TO WS-CODE-EOF-SW
               GO TO P400000-EXIT.

           IF WS-HELD-ROWS = ZERO
               GO TO P400000-EXIT.

           ADD WS-HELD-ROWS TO AV-ROWS-HELD.
           MOVE WS-HELD-ROWS TO WS-EDIT-HELD-ROWS.

      *    SET-LEVEL SQL CANNOT NAME EACH ROW, SO THE EXCEPTION REPORT
      *    GETS ONE COUNT LINE PER AUDIT CODE.
           MOVE SPACES    TO LGLHOLD-COMM-AREA.
           MOVE 'W'       TO LH-FUNCTION-CODE.
           MOVE 'AUDARCH' TO LH-SOURCE-PROGRAM.
           STRING 'CODE '              DELIMITED BY SIZE
                  WS-AUDIT-CODE        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EDIT-HELD-ROWS    DELIMITED BY SIZE
                  ' ROWS NOT ARCHIVED' DELIMITED BY SIZE
               INTO LH-EXCEPTION-TEXT
           END-STRING.

           EXEC CICS LINK
                     PROGRAM  ('LGLHOLD')
                     COMMAREA (LGLHOLD-COMM-AREA)
                     LENGTH   (LENGTH OF LGLHOLD-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P400000-EXIT.
           EXIT.
