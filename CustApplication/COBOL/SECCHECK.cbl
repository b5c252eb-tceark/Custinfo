       77  WS-SEC-LOG-DATE             PIC 9(6).
       77  WS-SEC-LOG-TIME             PIC 9(6).
       01  WS-SEC-LOG-LINE             PIC X(100)  VALUE SPACES.
       01  WS-BG-AUDIT-TS              PIC X(26)   VALUE SPACES.
       01  WS-BG-AUDIT-TEXT            PIC X(80)   VALUE SPACES.

           COPY BRKGLSS.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           TITLE 'SECCHECK --> LINKAGE SECTION'.                        00000760
       LINKAGE SECTION.                                                 00000770
       01  DFHCOMMAREA.                                                 00000780
      ***** SET DEFAULT RETURN CODE                                     00001550
      *                                                                 00001560
           MOVE 'A' TO SEC-RETURN-CODE.                                 00001570
           MOVE SPACE TO SEC-BREAK-GLASS-IND.
      *                                                                 00001580
      ***** HANDLE ERRORS                                               00001590
      *                                                                 00001600
           GO TO P100000-EXIT.                                          00002150
                                                                        00002160
       P100000-RETURNB.                                                 00002170
           PERFORM P500000-CHECK-BREAK-GLASS THRU P500000-EXIT.
           IF SEC-BREAK-GLASS-USED
               GO TO P100000-EXIT.
           MOVE 'B' TO SEC-RETURN-CODE.                                 00002180
           PERFORM P900000-LOG-DENIAL THRU P900000-EXIT.
           GO TO P100000-EXIT.                                          00002190
                                                                        00004960
       P400000-EXIT.                                                    00004970
           EXIT.                                                        00004980
           TITLE 'SECCHECK --> BREAK-GLASS ELEVATION'.
      *---------------------------------------------------------------*
      *    RACF HAS REFUSED THE RESOURCE.  IF THE USER HOLDS AN OPEN,  *
      *    UNEXPIRED BRKGLASS SESSION ON IT, THE ACCESS IS GRANTED     *
      *    ANYWAY - BUT ONLY ONCE THE 'BG' AUDIT_COMM ROW IS WRITTEN,  *
      *    CARRYING THE SESSION TIMESTAMP FIRST SO THE MORNING REVIEW  *
      *    TIES EACH ACTION TO ITS SESSION.  THE ROW GOES IN THE       *
      *    CALLER'S UNIT OF WORK.  THE BRKGLASS AND BGREVIEW           *
      *    RESOURCES THEMSELVES ARE NEVER ELEVATED.                    *
      *---------------------------------------------------------------*
       P500000-CHECK-BREAK-GLASS SECTION.

           IF SEC-RESOURCE-NAME = 'BRKGLASS' OR 'BGREVIEW'
               GO TO P500000-EXIT.

           EXEC SQL
               SELECT CHAR(SESSION_TS),
                      TICKET_NUM
                 INTO :BGS-SESSION-TS,
                      :BGS-TICKET-NUM
                 FROM BREAK_GLASS_SESSION
                WHERE USERID        = :WS-USERID01
                  AND RESOURCE_NAME = :SEC-RESOURCE-NAME
                  AND END_TS       IS NULL
                  AND EXPIRE_TS     > CURRENT TIMESTAMP
                ORDER BY SESSION_TS DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P500000-EXIT.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-BG-AUDIT-TS
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO WS-BG-AUDIT-TEXT.
           STRING BGS-SESSION-TS DELIMITED BY SIZE
               ' RESOURCE=' DELIMITED BY SIZE
               SEC-RESOURCE-NAME DELIMITED BY SIZE
               ' FUNC=' DELIMITED BY SIZE
               SEC-FUNCTION-CODE DELIMITED BY SIZE
               ' TICKET=' DELIMITED BY SIZE
               BGS-TICKET-NUM DELIMITED BY SIZE
               ' APPLID=' DELIMITED BY SIZE
               LC-APPLID DELIMITED BY SIZE
               INTO WS-BG-AUDIT-TEXT
           END-STRING.

           EXEC SQL
               INSERT INTO AUDIT_COMM
                      (AUDIT_TIMESTAMP, INITIALS, AUDIT_CODE,
                       AC_USER_ID, AC_CURR_RECORD)
               VALUES (:WS-BG-AUDIT-TS, '   ', 'BG',
                       :WS-USERID01, :WS-BG-AUDIT-TEXT)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P500000-EXIT.

           EXEC SQL
               UPDATE BREAK_GLASS_SESSION
                  SET ACTION_COUNT = ACTION_COUNT + 1
                WHERE USERID     = :WS-USERID01
                  AND SESSION_TS = :BGS-SESSION-TS
           END-EXEC.

           MOVE 'A' TO SEC-RETURN-CODE.
           MOVE 'Y' TO SEC-BREAK-GLASS-IND.

       P500000-EXIT.
           EXIT.
           TITLE 'SECCHECK --> LOG DENIAL'.
      *---------------------------------------------------------------*
      *    P900000-LOG-DENIAL WRITES ONE LINE PER DENIAL (EVERY SEC-  *
