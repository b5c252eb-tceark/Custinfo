       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRKGLASS.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: BRKGLASS                                       *
      *  PROGRAM TEXT:  EMERGENCY BREAK-GLASS ACCESS.  WHEN THE USUAL   *
      *                 HOLDER OF A SECCHECK RESOURCE IS OUT AND A      *
      *                 CLERK MUST RELEASE A HELD REFUND OR FIX A       *
      *                 BILLING-CRITICAL FIELD, 'O' GIVES A USER PRE-   *
      *                 AUTHORIZED BY THE 'BRKGLASS' RESOURCE A TIME-   *
      *                 LIMITED ELEVATION OF ONE NAMED RESOURCE,        *
      *                 AGAINST A REASON CODE AND A TICKET NUMBER, FOR  *
      *                 60 MINUTES OR AS ASKED UP TO THE PROGRAM_RULES  *
      *                 'MAX MINUTES' (DEFAULT 240).  THE ROW GOES ON   *
      *                 BREAK_GLASS_SESSION AND SECCHECK GRANTS THE     *
      *                 RESOURCE TO THAT USER UNTIL IT EXPIRES ON ITS   *
      *                 OWN OR 'C' CLOSES IT EARLY; EVERY GRANT MADE    *
      *                 UNDER IT IS TAGGED 'BG' IN AUDIT_COMM AND EACH  *
      *                 OPEN, CLOSE AND SIGN-OFF 'BS'.  'R', RUN FIRST  *
      *                 THING EACH MORNING, LISTS EVERY FINISHED        *
      *                 SESSION NOT YET SIGNED OFF, WITH EACH ACTION    *
      *                 TAKEN UNDER IT, TO THE BGRV TDQ; 'S' RECORDS    *
      *                 SECURITY'S SIGN-OFF OF ONE SESSION BY SOMEONE   *
      *                 OTHER THAN ITS USER.  'R' AND 'S' ARE GATED BY  *
      *                 THE 'BGREVIEW' RESOURCE.                        *
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
       77  WS-DEFAULT-MINUTES          PIC S9(3) COMP-3 VALUE +60.
       77  WS-DEFAULT-MAX-MINUTES      PIC S9(3) COMP-3 VALUE +240.

       01  WS-SESSION-EOF-SW            PIC X     VALUE 'N'.
           88  SESSION-CURSOR-EOF       VALUE 'Y'.
       01  WS-ACTION-EOF-SW             PIC X     VALUE 'N'.
           88  ACTION-CURSOR-EOF        VALUE 'Y'.

       01  WS-USERID                    PIC X(8)  VALUE SPACES.
       01  WS-SEC-RESOURCE              PIC X(8)  VALUE SPACES.
       01  WS-MINUTES                   PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-MAX-MINUTES               PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-RULE-DIGITS-3             PIC 9(3)  VALUE ZERO.
       01  WS-ROW-COUNT                 PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-FINISHED-SW               PIC X     VALUE 'N'.
           88  SESSION-FINISHED         VALUE 'Y'.
       01  WS-SESSION-END-TS            PIC X(26) VALUE SPACES.

       01  WS-AUDIT-TIMESTAMP           PIC X(26) VALUE SPACES.
       01  WS-AUDIT-USER                PIC X(8)  VALUE SPACES.
       01  WS-AUDIT-TEXT                PIC X(80) VALUE SPACES.

       01  WS-ACTION-TS                 PIC X(26) VALUE SPACES.
       01  WS-ACTION-TEXT               PIC X(80) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-COUNT                PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-BIG-COUNT            PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-MINUTES              PIC ZZ9   VALUE ZERO.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY BRKGLSS.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY SESSION THAT HAS CLOSED OR RUN OUT AND STILL WAITS ON *
      *    SECURITY.  ONE STILL RUNNING COMES UP THE NEXT MORNING.     *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE BGREVCUR CURSOR FOR
               SELECT USERID,
                      CHAR(SESSION_TS),
                      RESOURCE_NAME,
                      REASON_CODE,
                      TICKET_NUM,
                      CHAR(VALUE(END_TS, EXPIRE_TS)),
                      ACTION_COUNT
                 FROM BREAK_GLASS_SESSION
                WHERE REVIEW_STATUS = 'P'
                  AND (END_TS IS NOT NULL
                       OR EXPIRE_TS <= CURRENT TIMESTAMP)
                ORDER BY SESSION_TS, USERID
           END-EXEC.

      *    SECCHECK LEADS EACH 'BG' ROW WITH ITS SESSION TIMESTAMP.
           EXEC SQL DECLARE BGACTCUR CURSOR FOR
               SELECT CHAR(AUDIT_TIMESTAMP),
                      SUBSTR(AC_CURR_RECORD, 28, 80)
                 FROM AUDIT_COMM
                WHERE AUDIT_CODE = 'BG'
                  AND AC_USER_ID = :BGS-USERID
                  AND SUBSTR(AC_CURR_RECORD, 1, 26) = :BGS-SESSION-TS
                ORDER BY AUDIT_TIMESTAMP
           END-EXEC.

           TITLE 'BRKGLASS --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY BRKGLSC.
           TITLE 'BRKGLASS --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO BG-RETURN-CODE.
           MOVE ZERO TO BG-SESSIONS-LISTED BG-ACTIONS-LISTED.

           IF BG-FUNCTION-CODE NOT = 'O' AND 'C' AND 'R' AND 'S'
               MOVE '01' TO BG-RETURN-CODE
               GO TO P000000-RETURN.

      *    THE SESSION BELONGS TO THE SIGNED-ON USER SECCHECK SEES,
      *    NOT TO WHATEVER LOGON THE SCREEN PASSES.
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC.

      *----------------------------------------------------------------*
      *    'BRKGLASS' IS THE PRE-AUTHORIZATION TO TAKE AN ELEVATION;   *
      *    'BGREVIEW' IS SECURITY'S REVIEW AND SIGN-OFF.  CLOSING ONE  *
      *    OF YOUR OWN SESSIONS NEEDS NEITHER.                         *
      *----------------------------------------------------------------*
           EVALUATE BG-FUNCTION-CODE
               WHEN 'O'
                   MOVE 'BRKGLASS' TO WS-SEC-RESOURCE
                   PERFORM P100000-CHECK-SECURITY THRU P100000-EXIT
               WHEN 'R'
               WHEN 'S'
                   MOVE 'BGREVIEW' TO WS-SEC-RESOURCE
                   PERFORM P100000-CHECK-SECURITY THRU P100000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF BG-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           EVALUATE BG-FUNCTION-CODE
               WHEN 'O'
                   PERFORM P200000-OPEN-A-SESSION THRU P200000-EXIT
               WHEN 'C'
                   PERFORM P300000-CLOSE-A-SESSION THRU P300000-EXIT
               WHEN 'R'
                   PERFORM P400000-REVIEW-REPORT THRU P400000-EXIT
               WHEN 'S'
                   PERFORM P600000-SIGN-OFF THRU P600000-EXIT
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
           TITLE 'BRKGLASS --> OPERATOR MUST HOLD THE RESOURCE'.
       P100000-CHECK-SECURITY SECTION.

           MOVE SPACES          TO SECURITY-AREA.
           MOVE WS-SEC-RESOURCE TO SEC-RESOURCE-NAME.
           MOVE 'I'             TO SEC-FUNCTION-CODE.
           MOVE 'Y'             TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR SEC-RETURN-CODE NOT = 'A'
               MOVE '03' TO BG-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'BRKGLASS --> OPEN A TIME-LIMITED ELEVATION'.
       P200000-OPEN-A-SESSION SECTION.

           IF BG-RESOURCE-NAME = SPACES
               OR BG-RESOURCE-NAME = 'BRKGLASS' OR 'BGREVIEW'
               OR NOT BG-VALID-REASON
               OR BG-TICKET-NUM = SPACES
               MOVE '06' TO BG-RETURN-CODE
               GO TO P200000-EXIT.

           PERFORM P250000-GET-MAX-MINUTES THRU P250000-EXIT.

           IF BG-MINUTES = ZERO
               MOVE WS-DEFAULT-MINUTES TO WS-MINUTES
           ELSE
               MOVE BG-MINUTES TO WS-MINUTES.

           IF WS-MINUTES > WS-MAX-MINUTES
               MOVE '06' TO BG-RETURN-CODE
               GO TO P200000-EXIT.

      *    ONE RUNNING ELEVATION PER USER PER RESOURCE.
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM BREAK_GLASS_SESSION
                WHERE USERID        = :WS-USERID
                  AND RESOURCE_NAME = :BG-RESOURCE-NAME
                  AND END_TS       IS NULL
                  AND EXPIRE_TS     > CURRENT TIMESTAMP
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BG-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-ROW-COUNT > ZERO
               MOVE '04' TO BG-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP),
                      CHAR(CURRENT TIMESTAMP + :WS-MINUTES MINUTES)
                 INTO :BGS-SESSION-TS,
                      :BGS-EXPIRE-TS
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BG-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               INSERT INTO BREAK_GLASS_SESSION
                      ( USERID,
                        SESSION_TS,
                        RESOURCE_NAME,
                        REASON_CODE,
                        TICKET_NUM,
                        EXPIRE_TS,
                        END_TS,
                        ACTION_COUNT,
                        REVIEW_STATUS,
                        REVIEW_LOGON,
                        REVIEW_TS )
               VALUES ( :WS-USERID,
                        :BGS-SESSION-TS,
                        :BG-RESOURCE-NAME,
                        :BG-REASON-CODE,
                        :BG-TICKET-NUM,
                        :BGS-EXPIRE-TS,
                        NULL,
                        0,
                        'P',
                        ' ',
                        NULL )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BG-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE WS-MINUTES TO WS-EDIT-MINUTES.
           MOVE WS-USERID  TO WS-AUDIT-USER.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING 'OPENED '          DELIMITED BY SIZE
                  BGS-SESSION-TS     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  BG-RESOURCE-NAME   DELIMITED BY SIZE
                  ' REASON '         DELIMITED BY SIZE
                  BG-REASON-CODE     DELIMITED BY SIZE
                  ' TICKET '         DELIMITED BY SIZE
                  BG-TICKET-NUM      DELIMITED BY SIZE
                  ' MINUTES '        DELIMITED BY SIZE
                  WS-EDIT-MINUTES    DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING.

           PERFORM P700000-WRITE-AUDIT-ENTRY THRU P700000-EXIT.

           IF BG-RETURN-CODE NOT = '00'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P200000-EXIT.

           MOVE BGS-SESSION-TS TO BG-SESSION-TS.
           MOVE BGS-EXPIRE-TS  TO BG-EXPIRE-TS.
           MOVE WS-USERID      TO BG-SESSION-USERID.

       P200000-EXIT.
           EXIT.
           TITLE 'BRKGLASS --> LONGEST ELEVATION ALLOWED'.
       P250000-GET-MAX-MINUTES SECTION.

           MOVE WS-DEFAULT-MAX-MINUTES TO WS-MAX-MINUTES.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'BRKGLASS'
                  AND RULE        = 'MAX MINUTES'
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

      *    THE RULE CARRIES THE LIMIT AS THREE DIGITS - '240'.
           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:3) IS NUMERIC
               MOVE PR-RULE-VALUE (1:3) TO WS-RULE-DIGITS-3
               MOVE WS-RULE-DIGITS-3 TO WS-MAX-MINUTES
           END-IF.

       P250000-EXIT.
           EXIT.
           TITLE 'BRKGLASS --> CLOSE AN ELEVATION EARLY'.
       P300000-CLOSE-A-SESSION SECTION.

           IF BG-RESOURCE-NAME = SPACES
               MOVE '06' TO BG-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               SELECT CHAR(SESSION_TS)
                 INTO :BGS-SESSION-TS
                 FROM BREAK_GLASS_SESSION
                WHERE USERID        = :WS-USERID
                  AND RESOURCE_NAME = :BG-RESOURCE-NAME
                  AND END_TS       IS NULL
                  AND EXPIRE_TS     > CURRENT TIMESTAMP
                ORDER BY SESSION_TS DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO BG-RETURN-CODE
               GO TO P300000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BG-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               UPDATE BREAK_GLASS_SESSION
                  SET END_TS = CURRENT TIMESTAMP
                WHERE USERID     = :WS-USERID
                  AND SESSION_TS = :BGS-SESSION-TS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BG-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE WS-USERID TO WS-AUDIT-USER.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING 'CLOSED '          DELIMITED BY SIZE
                  BGS-SESSION-TS     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  BG-RESOURCE-NAME   DELIMITED BY SIZE
                  ' EARLY BY THE USER'
                                     DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING.

           PERFORM P700000-WRITE-AUDIT-ENTRY THRU P700000-EXIT.

           IF BG-RETURN-CODE NOT = '00'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

           MOVE BGS-SESSION-TS TO BG-SESSION-TS.
           MOVE WS-USERID      TO BG-SESSION-USERID.

       P300000-EXIT.
           EXIT.
           TITLE 'BRKGLASS --> MORNING REVIEW OF FINISHED SESSIONS'.
       P400000-REVIEW-REPORT SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BREAK-GLASS SESSIONS AWAITING SECURITY SIGN-OFF'
                                    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE 'N' TO WS-SESSION-EOF-SW.

           EXEC SQL
               OPEN BGREVCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BG-RETURN-CODE
               GO TO P400000-EXIT.

           PERFORM P450000-ONE-SESSION THRU P450000-EXIT
               UNTIL SESSION-CURSOR-EOF.

           EXEC SQL
               CLOSE BGREVCUR
           END-EXEC.

           IF BG-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           MOVE BG-SESSIONS-LISTED TO WS-EDIT-COUNT.
           MOVE BG-ACTIONS-LISTED  TO WS-EDIT-BIG-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SESSIONS '          DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
                  ' ACTIONS '          DELIMITED BY SIZE
                  WS-EDIT-BIG-COUNT    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P400000-EXIT.
           EXIT.
           TITLE 'BRKGLASS --> ONE SESSION AND EVERY ACTION UNDER IT'.
       P450000-ONE-SESSION SECTION.

           EXEC SQL
               FETCH BGREVCUR
                 INTO :BGS-USERID,
                      :BGS-SESSION-TS,
                      :BGS-RESOURCE-NAME,
                      :BGS-REASON-CODE,
                      :BGS-TICKET-NUM,
                      :WS-SESSION-END-TS,
                      :BGS-ACTION-COUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO BG-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SESSION-EOF-SW
               GO TO P450000-EXIT.

           ADD 1 TO BG-SESSIONS-LISTED.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'USER '            DELIMITED BY SIZE
                  BGS-USERID         DELIMITED BY SIZE
                  ' RESOURCE '       DELIMITED BY SIZE
                  BGS-RESOURCE-NAME  DELIMITED BY SIZE
                  ' REASON '         DELIMITED BY SIZE
                  BGS-REASON-CODE    DELIMITED BY SIZE
                  ' TICKET '         DELIMITED BY SIZE
                  BGS-TICKET-NUM     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE BGS-ACTION-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  SESSION '       DELIMITED BY SIZE
                  BGS-SESSION-TS     DELIMITED BY SIZE
                  ' TO '             DELIMITED BY SIZE
                  WS-SESSION-END-TS  DELIMITED BY SIZE
                  ' GRANTS '         DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

           MOVE 'N' TO WS-ACTION-EOF-SW.

           EXEC SQL
               OPEN BGACTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BG-RETURN-CODE
               MOVE 'Y'  TO WS-SESSION-EOF-SW
               GO TO P450000-EXIT.

           PERFORM P480000-ONE-ACTION THRU P480000-EXIT
               UNTIL ACTION-CURSOR-EOF.

           EXEC SQL
               CLOSE BGACTCUR
           END-EXEC.

           IF BG-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-SESSION-EOF-SW
               GO TO P450000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  SIGNED OFF BY ________  DATE __________'
                                     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P450000-EXIT.
           EXIT.
           TITLE 'BRKGLASS --> ONE TAGGED ACTION LINE'.
       P480000-ONE-ACTION SECTION.

           EXEC SQL
               FETCH BGACTCUR
                 INTO :WS-ACTION-TS,
                      :WS-ACTION-TEXT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO BG-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-ACTION-EOF-SW
               GO TO P480000-EXIT.

           ADD 1 TO BG-ACTIONS-LISTED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    '             DELIMITED BY SIZE
                  WS-ACTION-TS       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-ACTION-TEXT     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           PERFORM P690000-WRITE-REPORT-LINE THRU P690000-EXIT.

       P480000-EXIT.
           EXIT.
           TITLE 'BRKGLASS --> SECURITY SIGNS ONE SESSION OFF'.
       P600000-SIGN-OFF SECTION.

           IF BG-SESSION-USERID = SPACES
               OR BG-SESSION-TS = SPACES
               MOVE '06' TO BG-RETURN-CODE
               GO TO P600000-EXIT.

      *    NOBODY SIGNS OFF THEIR OWN ELEVATION.
           IF BG-SESSION-USERID = WS-USERID
               MOVE '06' TO BG-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               SELECT RESOURCE_NAME,
                      REVIEW_STATUS,
                      CASE WHEN END_TS IS NOT NULL
                             OR EXPIRE_TS <= CURRENT TIMESTAMP
                           THEN 'Y' ELSE 'N' END
                 INTO :BGS-RESOURCE-NAME,
                      :BGS-REVIEW-STATUS,
                      :WS-FINISHED-SW
                 FROM BREAK_GLASS_SESSION
                WHERE USERID     = :BG-SESSION-USERID
                  AND SESSION_TS = :BG-SESSION-TS
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO BG-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BG-RETURN-CODE
               GO TO P600000-EXIT.

           IF BGS-REVIEW-STATUS = 'S'
               MOVE '04' TO BG-RETURN-CODE
               GO TO P600000-EXIT.

           IF NOT SESSION-FINISHED
               MOVE '05' TO BG-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               UPDATE BREAK_GLASS_SESSION
                  SET REVIEW_STATUS = 'S',
                      REVIEW_LOGON  = :WS-USERID,
                      REVIEW_TS     = CURRENT TIMESTAMP
                WHERE USERID     = :BG-SESSION-USERID
                  AND SESSION_TS = :BG-SESSION-TS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BG-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE BG-SESSION-USERID TO WS-AUDIT-USER.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING 'SIGNED OFF '      DELIMITED BY SIZE
                  BG-SESSION-TS      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  BGS-RESOURCE-NAME  DELIMITED BY SIZE
                  ' BY '             DELIMITED BY SIZE
                  WS-USERID          DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING.

           PERFORM P700000-WRITE-AUDIT-ENTRY THRU P700000-EXIT.

           IF BG-RETURN-CODE NOT = '00'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

       P600000-EXIT.
           EXIT.
           TITLE 'BRKGLASS --> WRITE ONE LINE TO BGRV'.
       P690000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('BGRV')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P690000-EXIT.
           EXIT.
           TITLE 'BRKGLASS --> ONE AUDIT ROW PER SESSION EVENT'.
       P700000-WRITE-AUDIT-ENTRY SECTION.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-AUDIT-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    'BS' - BREAK-GLASS SESSION OPENED, CLOSED OR SIGNED OFF.
      *    THE ACTIONS TAKEN UNDER IT ARE SECCHECK'S 'BG' ROWS.
           EXEC SQL
               INSERT INTO AUDIT_COMM
                      (AUDIT_TIMESTAMP, INITIALS, AUDIT_CODE,
                       AC_USER_ID, AC_CURR_RECORD)
               VALUES (:WS-AUDIT-TIMESTAMP, :BG-OPERATOR-INITIALS,
                       'BS', :WS-AUDIT-USER, :WS-AUDIT-TEXT)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BG-RETURN-CODE.

       P700000-EXIT.
           EXIT.
