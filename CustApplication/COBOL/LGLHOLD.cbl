       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LGLHOLD.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: LGLHOLD                                        *
      *  PROGRAM TEXT:  LITIGATION AND REGULATORY LEGAL-HOLD REGISTRY.  *
      *                 LEGAL_HOLD CARRIES ONE ROW PER MATTER NUMBER    *
      *                 AND HELD CASE, IDENTITY OR BROKER, WITH THE     *
      *                 START AND RELEASE DATES AND THE REQUESTING      *
      *                 ATTORNEY.  'A' AND 'X' ADD AND RELEASE A HOLD   *
      *                 FOR AN OPERATOR HOLDING THE 'LGLHOLD' SECCHECK  *
      *                 RESOURCE.  'C' IS CALLED BY CASEARCH, AUDARCH,  *
      *                 CASEMRG AND IDMERGE BEFORE THEY ARCHIVE, PURGE  *
      *                 OR RE-PARENT A RECORD: IT ANSWERS WHETHER ANY   *
      *                 ACTIVE HOLD COVERS THE CASE, IDENTITY OR BROKER *
      *                 AND, WHEN THE CALLER NAMES ITSELF, WRITES THE   *
      *                 SKIPPED RECORD TO THE LGHX EXCEPTION REPORT.    *
      *                 'W' WRITES A CALLER-BUILT EXCEPTION LINE TO     *
      *                 LGHX.                                           *
      *                 'L' LISTS THE ACTIVE HOLDS TO THE LGHL TDQ.     *
      *                 A RELEASED HOLD STOPS MATCHING THE SAME DAY, SO *
      *                 ITS RECORDS ARE ELIGIBLE ON THE NEXT CYCLE.     *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.

       01  WS-LIST-EOF-SW               PIC X     VALUE 'N'.
           88  LIST-EOF                 VALUE 'Y'.
       01  WS-EDIT-HOLD-ID              PIC Z(8)9 VALUE ZERO.
       01  WS-TODAY                     PIC X(10) VALUE SPACES.
       01  WS-HEADING-LINE              PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE               PIC X(80) VALUE SPACES.
       01  WS-EXCEPTION-LINE            PIC X(80) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY LEGLHOLD.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE HOLDLCUR CURSOR FOR
               SELECT HOLD_ID,
                      MATTER_NUM,
                      HOLD_TYPE,
                      SCOPE_TYPE,
                      SCOPE_KEY,
                      CHAR(START_DATE),
                      ATTORNEY_NAME
                 FROM LEGAL_HOLD
                WHERE START_DATE <= CURRENT DATE
                  AND VALUE(RELEASE_DATE, '9999-12-31') > CURRENT DATE
                ORDER BY MATTER_NUM, SCOPE_TYPE, SCOPE_KEY
           END-EXEC.

           TITLE 'LGLHOLD --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGLHOLDC.
           TITLE 'LGLHOLD --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00'   TO LH-RETURN-CODE.

           EVALUATE LH-FUNCTION-CODE
               WHEN 'C'
                   PERFORM P200000-CHECK-FOR-A-HOLD THRU P200000-EXIT
               WHEN 'W'
                   PERFORM P300000-WRITE-AN-EXCEPTION THRU P300000-EXIT
               WHEN 'A'
                   PERFORM P400000-CHECK-SECURITY THRU P400000-EXIT
                   IF LH-RETURN-CODE = '00'
                       PERFORM P500000-ADD-A-HOLD THRU P500000-EXIT
                   END-IF
               WHEN 'X'
                   PERFORM P400000-CHECK-SECURITY THRU P400000-EXIT
                   IF LH-RETURN-CODE = '00'
                       PERFORM P600000-RELEASE-A-HOLD THRU P600000-EXIT
                   END-IF
               WHEN 'L'
                   PERFORM P800000-LIST-ACTIVE-HOLDS THRU P800000-EXIT
               WHEN OTHER
                   MOVE '01' TO LH-RETURN-CODE
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
           TITLE 'LGLHOLD --> IS THE RECORD UNDER AN ACTIVE HOLD'.
       P200000-CHECK-FOR-A-HOLD SECTION.

           MOVE 'N'    TO LH-HELD-IND.
           MOVE SPACES TO LH-HELD-MATTER.

           IF LH-CHK-CASE-NUM  = SPACES
               AND LH-CHK-IDNTITY   = SPACES
               AND LH-CHK-BROKER-ID = SPACES
               MOVE '04' TO LH-RETURN-CODE
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    A HOLD IS ACTIVE FROM ITS START DATE UNTIL THE DAY IT IS    *
      *    RELEASED.  AN IDENTITY IS ALSO HELD WHEN IT OWNS A HELD     *
      *    BROKER OR A HELD CASE, SO AN IDENTITY MERGE CANNOT SLIP     *
      *    EITHER OUT FROM UNDER THE HOLD.                             *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT MATTER_NUM
                 INTO :LH-HELD-MATTER
                 FROM LEGAL_HOLD
                WHERE START_DATE <= CURRENT DATE
                  AND VALUE(RELEASE_DATE, '9999-12-31') > CURRENT DATE
                  AND (   (SCOPE_TYPE = 'C'
                           AND :LH-CHK-CASE-NUM  <> ' '
                           AND SCOPE_KEY = :LH-CHK-CASE-NUM)
                       OR (SCOPE_TYPE = 'I'
                           AND :LH-CHK-IDNTITY   <> ' '
                           AND SCOPE_KEY = :LH-CHK-IDNTITY)
                       OR (SCOPE_TYPE = 'B'
                           AND :LH-CHK-BROKER-ID <> ' '
                           AND SCOPE_KEY = :LH-CHK-BROKER-ID)
                       OR (SCOPE_TYPE = 'B'
                           AND :LH-CHK-IDNTITY   <> ' '
                           AND SCOPE_KEY IN
                               (SELECT BROKER_ID
                                  FROM BROKER
                                 WHERE AGNTNAME#IDNTY =
                                       :LH-CHK-IDNTITY))
                       OR (SCOPE_TYPE = 'C'
                           AND :LH-CHK-IDNTITY   <> ' '
                           AND SCOPE_KEY IN
                               (SELECT CASE_NUM
                                  FROM CASE_MASTER
                                 WHERE CASENAME#IDNTITY =
                                       :LH-CHK-IDNTITY)))
                ORDER BY MATTER_NUM
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LH-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'Y' TO LH-HELD-IND.

           IF LH-SOURCE-PROGRAM = SPACES
               GO TO P200000-EXIT.

      *    PGM      CASE   IDENTITY BROKER    MATTER       TEXT
           MOVE SPACES TO WS-EXCEPTION-LINE.
           STRING LH-SOURCE-PROGRAM      DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LH-CHK-CASE-NUM        DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LH-CHK-IDNTITY         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LH-CHK-BROKER-ID       DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LH-HELD-MATTER         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LH-EXCEPTION-TEXT      DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING.

           PERFORM P350000-WRITE-LGHX THRU P350000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'LGLHOLD --> CALLER-BUILT EXCEPTION LINE TO LGHX'.
       P300000-WRITE-AN-EXCEPTION SECTION.

      *    FOR A CALLER THAT HOLDS BACK ROWS IN SET-LEVEL SQL AND CAN
      *    ONLY REPORT A COUNT.
           IF LH-EXCEPTION-TEXT = SPACES
               MOVE '04' TO LH-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE SPACES TO WS-EXCEPTION-LINE.
           STRING LH-SOURCE-PROGRAM      DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LH-CHK-CASE-NUM        DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LH-CHK-IDNTITY         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LH-CHK-BROKER-ID       DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LH-HELD-MATTER         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LH-EXCEPTION-TEXT      DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING.

           PERFORM P350000-WRITE-LGHX THRU P350000-EXIT.

       P300000-EXIT.
           EXIT.
           TITLE 'LGLHOLD --> WRITE ONE LGHX LINE'.
       P350000-WRITE-LGHX SECTION.

           EXEC CICS WRITEQ TD QUEUE ('LGHX')
                     FROM    (WS-EXCEPTION-LINE)
                     LENGTH  (LENGTH OF WS-EXCEPTION-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P350000-EXIT.
           EXIT.
           TITLE 'LGLHOLD --> OPERATOR MUST HOLD THE LGLHOLD RESOURCE'.
       P400000-CHECK-SECURITY SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'LGLHOLD'  TO SEC-RESOURCE-NAME.
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
               MOVE '03' TO LH-RETURN-CODE.

       P400000-EXIT.
           EXIT.
           TITLE 'LGLHOLD --> EDIT A NEW HOLD'.
       P450000-EDIT-THE-HOLD SECTION.

           IF LH-MATTER-NUM     = SPACES
               OR LH-SCOPE-KEY      = SPACES
               OR LH-ATTORNEY-NAME  = SPACES
               OR LH-OPERATOR-LOGON = SPACES
               MOVE '04' TO LH-RETURN-CODE
               GO TO P450000-EXIT.

           IF LH-HOLD-TYPE NOT = 'L' AND LH-HOLD-TYPE NOT = 'R'
               MOVE '04' TO LH-RETURN-CODE
               GO TO P450000-EXIT.

           IF LH-SCOPE-TYPE NOT = 'C' AND LH-SCOPE-TYPE NOT = 'I'
               AND LH-SCOPE-TYPE NOT = 'B'
               MOVE '04' TO LH-RETURN-CODE
               GO TO P450000-EXIT.

           IF LH-START-DATE NOT = SPACES
               GO TO P450000-EXIT.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LH-RETURN-CODE
               GO TO P450000-EXIT.

           MOVE WS-TODAY TO LH-START-DATE.

       P450000-EXIT.
           EXIT.
           TITLE 'LGLHOLD --> ADD A HOLD'.
       P500000-ADD-A-HOLD SECTION.

           PERFORM P450000-EDIT-THE-HOLD THRU P450000-EXIT.

           IF LH-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           MOVE LH-MATTER-NUM     TO LGH-MATTER-NUM.
           MOVE LH-HOLD-TYPE      TO LGH-HOLD-TYPE.
           MOVE LH-SCOPE-TYPE     TO LGH-SCOPE-TYPE.
           MOVE LH-SCOPE-KEY      TO LGH-SCOPE-KEY.
           MOVE LH-START-DATE     TO LGH-START-DATE.
           MOVE LH-ATTORNEY-NAME  TO LGH-ATTORNEY-NAME.
           MOVE LH-HOLD-NOTE      TO LGH-HOLD-NOTE.
           MOVE LH-OPERATOR-LOGON TO LGH-ADDED-LOGON.

           EXEC SQL
               SELECT NEXT VALUE FOR LEGAL_HOLD_SEQ
                 INTO :LGH-HOLD-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LH-RETURN-CODE
               GO TO P500000-EXIT.

           EXEC SQL
               INSERT INTO LEGAL_HOLD
                      ( HOLD_ID,
                        MATTER_NUM,
                        HOLD_TYPE,
                        SCOPE_TYPE,
                        SCOPE_KEY,
                        START_DATE,
                        RELEASE_DATE,
                        ATTORNEY_NAME,
                        HOLD_NOTE,
                        ADDED_LOGON,
                        ADDED_TIMESTAMP,
                        RELEASED_LOGON )
               VALUES ( :LGH-HOLD-ID,
                        :LGH-MATTER-NUM,
                        :LGH-HOLD-TYPE,
                        :LGH-SCOPE-TYPE,
                        :LGH-SCOPE-KEY,
                        :LGH-START-DATE,
                        NULL,
                        :LGH-ATTORNEY-NAME,
                        :LGH-HOLD-NOTE,
                        :LGH-ADDED-LOGON,
                        CURRENT TIMESTAMP,
                        ' ' )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LH-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE LGH-HOLD-ID TO LH-HOLD-ID.

       P500000-EXIT.
           EXIT.
           TITLE 'LGLHOLD --> RELEASE A HOLD'.
       P600000-RELEASE-A-HOLD SECTION.

           IF LH-HOLD-ID = ZERO OR LH-OPERATOR-LOGON = SPACES
               MOVE '04' TO LH-RETURN-CODE
               GO TO P600000-EXIT.

      *    RELEASED TODAY: THE HOLD STOPS MATCHING AT ONCE AND THE
      *    NEXT ARCHIVE, PURGE OR MERGE CYCLE PICKS THE RECORDS UP.
      *    THE ROW STAYS AS THE HOLD HISTORY.
           EXEC SQL
               UPDATE LEGAL_HOLD
                  SET RELEASE_DATE   = CURRENT DATE,
                      RELEASED_LOGON = :LH-OPERATOR-LOGON
                WHERE HOLD_ID = :LH-HOLD-ID
                  AND RELEASE_DATE IS NULL
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO LH-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LH-RETURN-CODE.

       P600000-EXIT.
           EXIT.
           TITLE 'LGLHOLD --> ACTIVE HOLDS TO THE LGHL TDQ'.
       P800000-LIST-ACTIVE-HOLDS SECTION.

           MOVE ZERO TO LH-HOLDS-LISTED.

           MOVE SPACES TO WS-HEADING-LINE.
           STRING '  HOLD ID MATTER       T S KEY       START      '
                  'ATTORNEY'
                   DELIMITED BY SIZE
               INTO WS-HEADING-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('LGHL')
                     FROM    (WS-HEADING-LINE)
                     LENGTH  (LENGTH OF WS-HEADING-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           EXEC SQL
               OPEN HOLDLCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO LH-RETURN-CODE
               GO TO P800000-EXIT.

           MOVE 'N' TO WS-LIST-EOF-SW.
           PERFORM P810000-FETCH-A-HOLD THRU P810000-EXIT
               UNTIL LIST-EOF.

           EXEC SQL
               CLOSE HOLDLCUR
           END-EXEC.

       P800000-EXIT.
           EXIT.
           TITLE 'LGLHOLD --> FETCH AND LIST ONE HOLD'.
       P810000-FETCH-A-HOLD SECTION.

           EXEC SQL
               FETCH HOLDLCUR
                 INTO :LGH-HOLD-ID,
                      :LGH-MATTER-NUM,
                      :LGH-HOLD-TYPE,
                      :LGH-SCOPE-TYPE,
                      :LGH-SCOPE-KEY,
                      :LGH-START-DATE,
                      :LGH-ATTORNEY-NAME
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Y' TO WS-LIST-EOF-SW
               GO TO P810000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE 'Y'  TO WS-LIST-EOF-SW
               MOVE '12' TO LH-RETURN-CODE
               GO TO P810000-EXIT.

           ADD 1 TO LH-HOLDS-LISTED.
           MOVE LGH-HOLD-ID TO WS-EDIT-HOLD-ID.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-EDIT-HOLD-ID        DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LGH-MATTER-NUM         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LGH-HOLD-TYPE          DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LGH-SCOPE-TYPE         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LGH-SCOPE-KEY          DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LGH-START-DATE         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LGH-ATTORNEY-NAME      DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('LGHL')
                     FROM    (WS-DETAIL-LINE)
                     LENGTH  (LENGTH OF WS-DETAIL-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P810000-EXIT.
           EXIT.
