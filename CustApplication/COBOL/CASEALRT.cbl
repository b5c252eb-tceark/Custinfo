       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASEALRT.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: CASEALRT                                       *
      *  PROGRAM TEXT:  CASE ALERT BANNER AND MAINTENANCE.  CASE_MASTER *
      *                 HAS CARRIED ALERT_CODE FOREVER BUT NOTHING ON   *
      *                 THE CASE SCREENS EVER TOLD AN OPERATOR THAT A   *
      *                 CASE WAS IN LITIGATION, A VIP ACCOUNT OR UNDER  *
      *                 A FRAUD WATCH.  ALERTS NOW LIVE ON CASE_ALERT   *
      *                 WITH A SEVERITY, FREE-TEXT INSTRUCTIONS AND AN  *
      *                 EFFECTIVE/EXPIRY WINDOW.  FUNCTION 'B' RETURNS  *
      *                 THE HIGHEST-SEVERITY ACTIVE ALERT AS A TWO-LINE *
      *                 BANNER FOR NA320, NA330, NA340 AND NA340A, AND  *
      *                 FLAGS A HIGH (SEVERITY 1) ALERT THIS OPERATOR   *
      *                 HAS NOT ACKNOWLEDGED TODAY.  FUNCTION 'K' LOGS  *
      *                 THE ACKNOWLEDGEMENT TO AUDIT_COMM (CODE 'AK').  *
      *                 FUNCTIONS 'A', 'U' AND 'X' ADD, CHANGE AND      *
      *                 EXPIRE AN ALERT FOR AN OPERATOR HOLDING THE     *
      *                 'CASEALRT' SECCHECK RESOURCE, AND KEEP          *
      *                 CASE_MASTER.ALERT_CODE ON THE HIGHEST ALERT.    *
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

       01  WS-ALERT-COUNT               PIC S9(9) COMP    VALUE ZERO.
       01  WS-ACK-COUNT                 PIC S9(9) COMP    VALUE ZERO.
       01  WS-RULE-COUNT                PIC S9(9) COMP    VALUE ZERO.
       01  WS-MORE-COUNT                PIC 9(3)          VALUE ZERO.
       01  WS-TOP-ALERT-CODE            PIC X(2)  VALUE SPACES.
       01  WS-ALERT-DESC                PIC X(15) VALUE SPACES.
       01  WS-SEVERITY-WORD             PIC X(6)  VALUE SPACES.
       01  WS-AUDIT-TIMESTAMP           PIC X(26) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY CASALERT.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           TITLE 'CASEALRT --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY CASEALRC.
           TITLE 'CASEALRT --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00'   TO CAL-RETURN-CODE.
           MOVE 'N'    TO CAL-ACK-REQUIRED.
           MOVE ZERO   TO CAL-ALERT-COUNT.
           MOVE SPACES TO CAL-BANNER-LINE (1)
                          CAL-BANNER-LINE (2).

           EVALUATE CAL-FUNCTION-CODE
               WHEN 'B'
                   PERFORM P200000-BUILD-THE-BANNER THRU P200000-EXIT
               WHEN 'K'
                   PERFORM P400000-ACKNOWLEDGE-ALERT THRU P400000-EXIT
               WHEN 'A'
                   PERFORM P500000-CHECK-SECURITY THRU P500000-EXIT
                   IF CAL-RETURN-CODE = '00'
                       PERFORM P600000-ADD-AN-ALERT THRU P600000-EXIT
                   END-IF
               WHEN 'U'
                   PERFORM P500000-CHECK-SECURITY THRU P500000-EXIT
                   IF CAL-RETURN-CODE = '00'
                       PERFORM P700000-CHANGE-AN-ALERT
                          THRU P700000-EXIT
                   END-IF
               WHEN 'X'
                   PERFORM P500000-CHECK-SECURITY THRU P500000-EXIT
                   IF CAL-RETURN-CODE = '00'
                       PERFORM P800000-EXPIRE-AN-ALERT
                          THRU P800000-EXIT
                   END-IF
               WHEN OTHER
                   MOVE '01' TO CAL-RETURN-CODE
           END-EVALUATE.

           IF (CAL-FUNCTION-CODE = 'A' OR 'U' OR 'X')
               AND CAL-RETURN-CODE = '00'
               PERFORM P900000-SYNC-CASE-MASTER THRU P900000-EXIT.

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
           TITLE 'CASEALRT --> CASE NUMBER FROM THE CIM IDENTITY'.
       P150000-RESOLVE-THE-CASE SECTION.

      *    THE SCREENS KNOW THE CASE BY ITS CIM IDENTITY; MAINTENANCE
      *    MAY PASS THE CASE NUMBER STRAIGHT IN.
           IF CAL-CASE-NUM NOT = SPACES
               GO TO P150000-EXIT.

           EXEC SQL
               SELECT CASE_NUM
                 INTO :CAL-CASE-NUM
                 FROM CASE_MASTER
                WHERE CASENAME#IDNTITY = :CAL-CASE-IDNTITY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '02' TO CAL-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'CASEALRT --> HIGHEST ACTIVE ALERT AS A BANNER'.
       P200000-BUILD-THE-BANNER SECTION.

           PERFORM P150000-RESOLVE-THE-CASE THRU P150000-EXIT.

           IF CAL-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ALERT-COUNT
                 FROM CASE_ALERT
                WHERE CASE_NUM        = :CAL-CASE-NUM
                  AND EFFECTIVE_DATE <= CURRENT DATE
                  AND VALUE(EXPIRY_DATE, '9999-12-31')
                                     >= CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CAL-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-ALERT-COUNT = ZERO
               MOVE '02' TO CAL-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE WS-ALERT-COUNT TO CAL-ALERT-COUNT.

      *----------------------------------------------------------------*
      *    SEVERITY 1 IS THE HIGHEST; AMONG EQUALS THE NEWEST WINS.    *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT ALERT_ID,
                      ALERT_CODE,
                      SEVERITY,
                      INSTRUCTIONS,
                      EFFECTIVE_DATE,
                      VALUE(EXPIRY_DATE, '9999-12-31'),
                      CHAR(CHANGE_TIMESTAMP)
                 INTO :ALR-ALERT-ID,
                      :ALR-ALERT-CODE,
                      :ALR-SEVERITY,
                      :ALR-INSTRUCTIONS,
                      :ALR-EFFECTIVE-DATE,
                      :ALR-EXPIRY-DATE,
                      :ALR-CHANGE-TS
                 FROM CASE_ALERT
                WHERE CASE_NUM        = :CAL-CASE-NUM
                  AND EFFECTIVE_DATE <= CURRENT DATE
                  AND VALUE(EXPIRY_DATE, '9999-12-31')
                                     >= CURRENT DATE
                ORDER BY SEVERITY, EFFECTIVE_DATE DESC, ALERT_ID DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CAL-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE ALR-ALERT-ID       TO CAL-ALERT-ID.
           MOVE ALR-ALERT-CODE     TO CAL-ALERT-CODE.
           MOVE ALR-SEVERITY       TO CAL-SEVERITY.
           MOVE ALR-INSTRUCTIONS   TO CAL-INSTRUCTIONS.
           MOVE ALR-EFFECTIVE-DATE TO CAL-EFFECTIVE-DATE.
           IF ALR-EXPIRY-DATE = '9999-12-31'
               MOVE SPACES          TO CAL-EXPIRY-DATE
           ELSE
               MOVE ALR-EXPIRY-DATE TO CAL-EXPIRY-DATE
           END-IF.

           PERFORM P250000-GET-ALERT-DESC THRU P250000-EXIT.

           EVALUATE ALR-SEVERITY
               WHEN 1
                   MOVE 'HIGH'   TO WS-SEVERITY-WORD
               WHEN 2
                   MOVE 'MEDIUM' TO WS-SEVERITY-WORD
               WHEN OTHER
                   MOVE 'LOW'    TO WS-SEVERITY-WORD
           END-EVALUATE.

      *    LINE 1: SEVERITY, WHAT THE ALERT IS, AND HOW MANY OTHERS
      *    ARE ACTIVE BEHIND IT.  LINE 2: THE START OF THE OPERATOR
      *    INSTRUCTIONS.
           COMPUTE WS-MORE-COUNT = WS-ALERT-COUNT - 1.
           IF WS-MORE-COUNT = ZERO
               STRING '** '            DELIMITED BY SIZE
                      WS-SEVERITY-WORD DELIMITED BY SPACE
                      ' ALERT ** '     DELIMITED BY SIZE
                      WS-ALERT-DESC    DELIMITED BY SIZE
                   INTO CAL-BANNER-LINE (1)
               END-STRING
           ELSE
               STRING '** '            DELIMITED BY SIZE
                      WS-SEVERITY-WORD DELIMITED BY SPACE
                      ' ALERT ** '     DELIMITED BY SIZE
                      WS-ALERT-DESC    DELIMITED BY SIZE
                      ' +'             DELIMITED BY SIZE
                      WS-MORE-COUNT    DELIMITED BY SIZE
                   INTO CAL-BANNER-LINE (1)
               END-STRING
           END-IF.

           MOVE ALR-INSTRUCTIONS (1:38) TO CAL-BANNER-LINE (2).

           IF ALR-SEVERITY NOT = 1
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    A HIGH ALERT NEEDS THIS OPERATOR'S ACKNOWLEDGEMENT, TAKEN   *
      *    TODAY AND SINCE THE ALERT WAS LAST CHANGED, BEFORE THE      *
      *    SCREENS WILL LET AN UPDATE THROUGH.                         *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ACK-COUNT
                 FROM AUDIT_COMM
                WHERE AUDIT_CODE       = 'AK'
                  AND UNIQUENUM        = :CAL-CASE-NUM
                  AND INITIALS         = :CAL-OPERATOR-INITIALS
                  AND DATE(AUDIT_TIMESTAMP) = CURRENT DATE
                  AND AUDIT_TIMESTAMP >= TIMESTAMP(:ALR-CHANGE-TS)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CAL-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-ACK-COUNT = ZERO
               MOVE 'Y' TO CAL-ACK-REQUIRED.

       P200000-EXIT.
           EXIT.
           TITLE 'CASEALRT --> ALERT CODE DESCRIPTION'.
       P250000-GET-ALERT-DESC SECTION.

           MOVE ALR-ALERT-CODE TO WS-ALERT-DESC.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'CASEALRT'
                  AND RULE        = 'ALERT-CODE'
                  AND RULE_ENTITY = :ALR-ALERT-CODE
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE PR-RULE-VALUE TO WS-ALERT-DESC.

       P250000-EXIT.
           EXIT.
           TITLE 'CASEALRT --> LOG THE OPERATOR ACKNOWLEDGEMENT'.
       P400000-ACKNOWLEDGE-ALERT SECTION.

           PERFORM P200000-BUILD-THE-BANNER THRU P200000-EXIT.

           IF CAL-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

      *    NOTHING TO ACKNOWLEDGE BELOW HIGH, OR ALREADY DONE TODAY.
           IF NOT CAL-ACK-IS-REQUIRED
               GO TO P400000-EXIT.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-AUDIT-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    THE ALERT CODE RIDES IN CARRIER, THE LOGON IN BROKERNUM.
           EXEC SQL
               INSERT INTO AUDIT_COMM
                      (AUDIT_TIMESTAMP, INITIALS, AUDIT_CODE,
                       CARRIER, UNIQUENUM, BROKERNUM)
               VALUES (:WS-AUDIT-TIMESTAMP, :CAL-OPERATOR-INITIALS,
                       'AK', :CAL-ALERT-CODE, :CAL-CASE-NUM,
                       :CAL-OPERATOR-LOGON)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CAL-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N' TO CAL-ACK-REQUIRED.

       P400000-EXIT.
           EXIT.
           TITLE 'CASEALRT --> MAINTENANCE SECURITY CHECK'.
       P500000-CHECK-SECURITY SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'CASEALRT' TO SEC-RESOURCE-NAME.
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
               MOVE '03' TO CAL-RETURN-CODE.

       P500000-EXIT.
           EXIT.
           TITLE 'CASEALRT --> EDIT CODE, SEVERITY AND DATES'.
       P550000-EDIT-THE-ALERT SECTION.

           IF CAL-SEVERITY < 1 OR CAL-SEVERITY > 3
               OR CAL-EFFECTIVE-DATE = SPACES
               OR CAL-INSTRUCTIONS = SPACES
               MOVE '04' TO CAL-RETURN-CODE
               GO TO P550000-EXIT.

           IF CAL-EXPIRY-DATE NOT = SPACES
               AND CAL-EXPIRY-DATE < CAL-EFFECTIVE-DATE
               MOVE '04' TO CAL-RETURN-CODE
               GO TO P550000-EXIT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RULE-COUNT
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'CASEALRT'
                  AND RULE        = 'ALERT-CODE'
                  AND RULE_ENTITY = :CAL-ALERT-CODE
                  AND CURRENT_IND = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CAL-RETURN-CODE
               GO TO P550000-EXIT.

           IF WS-RULE-COUNT = ZERO
               MOVE '04' TO CAL-RETURN-CODE.

       P550000-EXIT.
           EXIT.
           TITLE 'CASEALRT --> ADD AN ALERT'.
       P600000-ADD-AN-ALERT SECTION.

           PERFORM P150000-RESOLVE-THE-CASE THRU P150000-EXIT.

           IF CAL-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           PERFORM P550000-EDIT-THE-ALERT THRU P550000-EXIT.

           IF CAL-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           EXEC SQL
               SELECT NEXT VALUE FOR CASE_ALERT_SEQ
                 INTO :CAL-ALERT-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CAL-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               INSERT INTO CASE_ALERT
                      ( ALERT_ID,
                        CASE_NUM,
                        ALERT_CODE,
                        SEVERITY,
                        INSTRUCTIONS,
                        EFFECTIVE_DATE,
                        EXPIRY_DATE,
                        ADDED_LOGON,
                        ADDED_TIMESTAMP,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP )
               VALUES ( :CAL-ALERT-ID,
                        :CAL-CASE-NUM,
                        :CAL-ALERT-CODE,
                        :CAL-SEVERITY,
                        :CAL-INSTRUCTIONS,
                        :CAL-EFFECTIVE-DATE,
                        NULLIF(:CAL-EXPIRY-DATE, ' '),
                        :CAL-OPERATOR-LOGON,
                        CURRENT TIMESTAMP,
                        :CAL-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CAL-RETURN-CODE.

       P600000-EXIT.
           EXIT.
           TITLE 'CASEALRT --> CHANGE AN ALERT'.
       P700000-CHANGE-AN-ALERT SECTION.

           EXEC SQL
               SELECT CASE_NUM
                 INTO :CAL-CASE-NUM
                 FROM CASE_ALERT
                WHERE ALERT_ID = :CAL-ALERT-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '05' TO CAL-RETURN-CODE
               GO TO P700000-EXIT.

           PERFORM P550000-EDIT-THE-ALERT THRU P550000-EXIT.

           IF CAL-RETURN-CODE NOT = '00'
               GO TO P700000-EXIT.

      *    A CHANGE RESETS CHANGE_TIMESTAMP, SO A HIGH ALERT MUST BE
      *    ACKNOWLEDGED AFRESH.
           EXEC SQL
               UPDATE CASE_ALERT
                  SET ALERT_CODE       = :CAL-ALERT-CODE,
                      SEVERITY         = :CAL-SEVERITY,
                      INSTRUCTIONS     = :CAL-INSTRUCTIONS,
                      EFFECTIVE_DATE   = :CAL-EFFECTIVE-DATE,
                      EXPIRY_DATE      = NULLIF(:CAL-EXPIRY-DATE, ' '),
                      CHANGE_LOGON     = :CAL-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ALERT_ID = :CAL-ALERT-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CAL-RETURN-CODE.

       P700000-EXIT.
           EXIT.
           TITLE 'CASEALRT --> EXPIRE AN ALERT'.
       P800000-EXPIRE-AN-ALERT SECTION.

           EXEC SQL
               SELECT CASE_NUM
                 INTO :CAL-CASE-NUM
                 FROM CASE_ALERT
                WHERE ALERT_ID = :CAL-ALERT-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '05' TO CAL-RETURN-CODE
               GO TO P800000-EXIT.

      *    EXPIRED AS OF YESTERDAY SO IT DROPS OFF THE BANNER NOW.
           EXEC SQL
               UPDATE CASE_ALERT
                  SET EXPIRY_DATE      = CURRENT DATE - 1 DAY,
                      CHANGE_LOGON     = :CAL-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ALERT_ID = :CAL-ALERT-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CAL-RETURN-CODE.

       P800000-EXIT.
           EXIT.
           TITLE 'CASEALRT --> CASE_MASTER.ALERT_CODE FOLLOWS THE TOP'.
       P900000-SYNC-CASE-MASTER SECTION.

           MOVE SPACES TO WS-TOP-ALERT-CODE.

           EXEC SQL
               SELECT ALERT_CODE
                 INTO :WS-TOP-ALERT-CODE
                 FROM CASE_ALERT
                WHERE CASE_NUM        = :CAL-CASE-NUM
                  AND EFFECTIVE_DATE <= CURRENT DATE
                  AND VALUE(EXPIRY_DATE, '9999-12-31')
                                     >= CURRENT DATE
                ORDER BY SEVERITY, EFFECTIVE_DATE DESC, ALERT_ID DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO CAL-RETURN-CODE
               GO TO P900000-EXIT.

           EXEC SQL
               UPDATE CASE_MASTER
                  SET ALERT_CODE = :WS-TOP-ALERT-CODE
                WHERE CASE_NUM = :CAL-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CAL-RETURN-CODE.

       P900000-EXIT.
           EXIT.
