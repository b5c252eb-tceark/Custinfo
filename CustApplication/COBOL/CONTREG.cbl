       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONTREG.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: CONTREG                                        *
      *  PROGRAM TEXT:  AUTHORIZED-CONTACT REGISTRY AND CALLER          *
      *                 VERIFICATION.  CASE_MASTER HOLDS ONE CONTACT    *
      *                 NAME; CASE_CONTACT HOLDS EVERY PERSON AT THE    *
      *                 GROUP WHO MAY DISCUSS THE CASE - BILLING, HR,   *
      *                 EXECUTIVE OR BROKER ASSISTANT - WITH PHONE,     *
      *                 EMAIL AND WHICH KINDS OF INFORMATION (BILLING,  *
      *                 ENROLLMENT, MEMBER DATA) EACH IS AUTHORIZED TO  *
      *                 HEAR.  FUNCTIONS 'A', 'U' AND 'T' ADD, CHANGE   *
      *                 AND TERM A CONTACT FOR AN OPERATOR HOLDING THE  *
      *                 'CONTREG' SECCHECK RESOURCE.  'L' RETURNS THE   *
      *                 ACTIVE CONTACTS AS SCREEN LINES FOR NA320.      *
      *                 'V' TAKES THE CALLER, THE IDENTITY QUESTIONS    *
      *                 PASSED AND THE TOPICS DISCUSSED, DECIDES        *
      *                 WHETHER THE CALLER IS VERIFIED AND AUTHORIZED   *
      *                 FOR EACH TOPIC, AND LOGS THE CALL TO            *
      *                 CALLER_VERIFY_LOG WHATEVER THE OUTCOME.  'R'    *
      *                 LISTS THAT LOG FOR A DATE RANGE TO THE CVLG TDQ *
      *                 FOR MINIMUM-NECESSARY DISCLOSURE AUDITS.        *
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
       01  WS-LOG-EOF-SW                PIC X     VALUE 'N'.
           88  LOG-EOF                  VALUE 'Y'.
       01  WS-VERIFY-MIN                PIC 9(1)          VALUE 2.
       01  WS-PASSED-COUNT              PIC 9(1)          VALUE ZERO.
       01  WS-BAD-COUNT                 PIC S9(4) COMP    VALUE ZERO.
       01  WS-TOPIC-SUB                 PIC S9(4) COMP    VALUE ZERO.
       01  WS-DENIED-SUB                PIC S9(4) COMP    VALUE ZERO.
       01  WS-TOPIC                     PIC X(1)  VALUE SPACE.
       01  WS-TOPIC-AUTH                PIC X(1)  VALUE SPACE.
       01  WS-AUTH-FLAGS                PIC X(3)  VALUE SPACES.
       01  WS-EDIT-SEQ                  PIC 99    VALUE ZERO.
       01  WS-CASE-FROM                 PIC X(6)  VALUE SPACES.
       01  WS-CASE-THRU                 PIC X(6)  VALUE SPACES.
       01  WS-HEADING-LINE              PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE               PIC X(80) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY CASECONT.
           COPY CALLVLOG.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE CONTLCUR CURSOR FOR
               SELECT CONTACT_SEQ,
                      CONTACT_ROLE,
                      CONTACT_NAME,
                      PHONE_NUM,
                      AUTH_BILLING,
                      AUTH_ENROLL,
                      AUTH_MEMBER
                 FROM CASE_CONTACT
                WHERE CASE_NUM        = :CTR-CASE-NUM
                  AND EFFECTIVE_DATE <= CURRENT DATE
                  AND VALUE(TERM_DATE, '9999-12-31') > CURRENT DATE
                ORDER BY CONTACT_SEQ
           END-EXEC.

           EXEC SQL DECLARE CVLRCUR CURSOR FOR
               SELECT CHAR(CALL_TIMESTAMP),
                      CASE_NUM,
                      CONTACT_SEQ,
                      CALLER_NAME,
                      QUESTIONS_PASSED,
                      VERIFIED_IND,
                      TOPICS_DISCUSSED,
                      TOPICS_DENIED,
                      OPERATOR_INITIALS
                 FROM CALLER_VERIFY_LOG
                WHERE CASE_NUM BETWEEN :WS-CASE-FROM AND :WS-CASE-THRU
                  AND DATE(CALL_TIMESTAMP) BETWEEN :CTR-FROM-DATE
                                               AND :CTR-THRU-DATE
                ORDER BY CASE_NUM, CALL_TIMESTAMP
           END-EXEC.

           TITLE 'CONTREG --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY CONTREGC.
           TITLE 'CONTREG --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00'   TO CTR-RETURN-CODE.

           EVALUATE CTR-FUNCTION-CODE
               WHEN 'L'
                   PERFORM P200000-LIST-CONTACTS THRU P200000-EXIT
               WHEN 'V'
                   PERFORM P300000-VERIFY-THE-CALLER THRU P300000-EXIT
               WHEN 'A'
                   PERFORM P400000-CHECK-SECURITY THRU P400000-EXIT
                   IF CTR-RETURN-CODE = '00'
                       PERFORM P500000-ADD-A-CONTACT THRU P500000-EXIT
                   END-IF
               WHEN 'U'
                   PERFORM P400000-CHECK-SECURITY THRU P400000-EXIT
                   IF CTR-RETURN-CODE = '00'
                       PERFORM P600000-CHANGE-A-CONTACT
                          THRU P600000-EXIT
                   END-IF
               WHEN 'T'
                   PERFORM P400000-CHECK-SECURITY THRU P400000-EXIT
                   IF CTR-RETURN-CODE = '00'
                       PERFORM P700000-TERM-A-CONTACT THRU P700000-EXIT
                   END-IF
               WHEN 'R'
                   PERFORM P800000-LIST-VERIFY-LOG THRU P800000-EXIT
               WHEN OTHER
                   MOVE '01' TO CTR-RETURN-CODE
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
           TITLE 'CONTREG --> CASE NUMBER FROM THE CIM IDENTITY'.
       P150000-RESOLVE-THE-CASE SECTION.

      *    NA320 KNOWS THE CASE BY ITS CIM IDENTITY; MAINTENANCE MAY
      *    PASS THE CASE NUMBER STRAIGHT IN.
           IF CTR-CASE-NUM NOT = SPACES
               GO TO P150000-EXIT.

           EXEC SQL
               SELECT CASE_NUM
                 INTO :CTR-CASE-NUM
                 FROM CASE_MASTER
                WHERE CASENAME#IDNTITY = :CTR-CASE-IDNTITY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '02' TO CTR-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'CONTREG --> ACTIVE CONTACTS AS SCREEN LINES'.
       P200000-LIST-CONTACTS SECTION.

           MOVE ZERO   TO CTR-CONTACT-COUNT.
           MOVE SPACES TO CTR-LIST-LINE (1)
                          CTR-LIST-LINE (2)
                          CTR-LIST-LINE (3)
                          CTR-LIST-LINE (4).

           PERFORM P150000-RESOLVE-THE-CASE THRU P150000-EXIT.

           IF CTR-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN CONTLCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CTR-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-LIST-EOF-SW.
           PERFORM P210000-FETCH-A-CONTACT THRU P210000-EXIT
               UNTIL LIST-EOF.

           EXEC SQL
               CLOSE CONTLCUR
           END-EXEC.

           IF CTR-CONTACT-COUNT = ZERO
               MOVE '05' TO CTR-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'CONTREG --> FETCH AND FORMAT ONE CONTACT'.
       P210000-FETCH-A-CONTACT SECTION.

           EXEC SQL
               FETCH CONTLCUR
                 INTO :CCT-CONTACT-SEQ,
                      :CCT-CONTACT-ROLE,
                      :CCT-CONTACT-NAME,
                      :CCT-PHONE-NUM,
                      :CCT-AUTH-BILLING,
                      :CCT-AUTH-ENROLL,
                      :CCT-AUTH-MEMBER
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Y' TO WS-LIST-EOF-SW
               GO TO P210000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE 'Y'  TO WS-LIST-EOF-SW
               MOVE '12' TO CTR-RETURN-CODE
               GO TO P210000-EXIT.

           ADD 1 TO CTR-CONTACT-COUNT.

      *    THE SCREEN HAS FOUR MESSAGE LINES; PAST THAT ONLY COUNT.
           IF CTR-CONTACT-COUNT > 4
               GO TO P210000-EXIT.

           PERFORM P250000-AUTH-FLAGS THRU P250000-EXIT.
           MOVE CCT-CONTACT-SEQ TO WS-EDIT-SEQ.

      *    SQ RL NAME............. BEM PHONE.....
           STRING WS-EDIT-SEQ             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  CCT-CONTACT-ROLE        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  CCT-CONTACT-NAME (1:17) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-AUTH-FLAGS           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  CCT-PHONE-NUM           DELIMITED BY SIZE
               INTO CTR-LIST-LINE (CTR-CONTACT-COUNT)
           END-STRING.

       P210000-EXIT.
           EXIT.
           TITLE 'CONTREG --> AUTHORIZATIONS AS B/E/M LETTERS'.
       P250000-AUTH-FLAGS SECTION.

           MOVE '---' TO WS-AUTH-FLAGS.

           IF CCT-AUTH-BILLING = 'Y'
               MOVE 'B' TO WS-AUTH-FLAGS (1:1).
           IF CCT-AUTH-ENROLL = 'Y'
               MOVE 'E' TO WS-AUTH-FLAGS (2:1).
           IF CCT-AUTH-MEMBER = 'Y'
               MOVE 'M' TO WS-AUTH-FLAGS (3:1).

       P250000-EXIT.
           EXIT.
           TITLE 'CONTREG --> VERIFY THE CALLER AND LOG THE CALL'.
       P300000-VERIFY-THE-CALLER SECTION.

           MOVE 'N'    TO CTR-VERIFIED-IND.
           MOVE SPACES TO CTR-TOPICS-DENIED.

           PERFORM P150000-RESOLVE-THE-CASE THRU P150000-EXIT.

           IF CTR-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

      *----------------------------------------------------------------*
      *    ONE Y/N PER IDENTITY QUESTION (AN UNANSWERED QUESTION IS A  *
      *    FAIL); EACH TOPIC IS B, E, M OR BLANK.                      *
      *----------------------------------------------------------------*
           INSPECT CTR-QUESTIONS-PASSED REPLACING ALL SPACE BY 'N'.

           MOVE ZERO TO WS-BAD-COUNT.
           INSPECT CTR-QUESTIONS-PASSED TALLYING WS-BAD-COUNT
               FOR ALL 'Y' ALL 'N'.

           IF WS-BAD-COUNT NOT = 4
               MOVE '04' TO CTR-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE ZERO TO WS-BAD-COUNT.
           INSPECT CTR-TOPICS-DISCUSSED TALLYING WS-BAD-COUNT
               FOR ALL 'B' ALL 'E' ALL 'M' ALL SPACE.

           IF WS-BAD-COUNT NOT = 3
               MOVE '04' TO CTR-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE ZERO TO WS-PASSED-COUNT.
           INSPECT CTR-QUESTIONS-PASSED TALLYING WS-PASSED-COUNT
               FOR ALL 'Y'.

      *    A CALLER WHO GIVES A REGISTRY SEQUENCE MUST BE AN ACTIVE
      *    CONTACT; ONE WHO IS NOT ON THE REGISTRY IS LOGGED BY NAME
      *    AND CAN NEVER BE VERIFIED.
           MOVE 'N' TO CCT-AUTH-BILLING
                       CCT-AUTH-ENROLL
                       CCT-AUTH-MEMBER.

           IF CTR-CONTACT-SEQ = ZERO
               IF CTR-CONTACT-NAME = SPACES
                   MOVE '04' TO CTR-RETURN-CODE
                   GO TO P300000-EXIT
               ELSE
                   MOVE CTR-CONTACT-NAME TO CVL-CALLER-NAME
                   GO TO P300000-LOG-THE-CALL
               END-IF
           END-IF.

           EXEC SQL
               SELECT CONTACT_NAME,
                      AUTH_BILLING,
                      AUTH_ENROLL,
                      AUTH_MEMBER
                 INTO :CCT-CONTACT-NAME,
                      :CCT-AUTH-BILLING,
                      :CCT-AUTH-ENROLL,
                      :CCT-AUTH-MEMBER
                 FROM CASE_CONTACT
                WHERE CASE_NUM        = :CTR-CASE-NUM
                  AND CONTACT_SEQ     = :CTR-CONTACT-SEQ
                  AND EFFECTIVE_DATE <= CURRENT DATE
                  AND VALUE(TERM_DATE, '9999-12-31') > CURRENT DATE
           END-EXEC.

           IF SQLCODE = +100
               MOVE '05' TO CTR-RETURN-CODE
               GO TO P300000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CTR-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE CCT-CONTACT-NAME TO CVL-CALLER-NAME.

           PERFORM P310000-GET-VERIFY-MIN THRU P310000-EXIT.

           IF WS-PASSED-COUNT NOT < WS-VERIFY-MIN
               MOVE 'Y' TO CTR-VERIFIED-IND.

       P300000-LOG-THE-CALL.

      *----------------------------------------------------------------*
      *    A TOPIC IS DENIED WHEN THE CALLER IS NOT VERIFIED OR THE    *
      *    CONTACT IS NOT AUTHORIZED FOR IT.                           *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-DENIED-SUB.
           PERFORM P320000-CHECK-ONE-TOPIC THRU P320000-EXIT
               VARYING WS-TOPIC-SUB FROM 1 BY 1
                 UNTIL WS-TOPIC-SUB > 3.

           MOVE CTR-CASE-NUM          TO CVL-CASE-NUM.
           MOVE CTR-CONTACT-SEQ       TO CVL-CONTACT-SEQ.
           MOVE CTR-QUESTIONS-PASSED  TO CVL-QUESTIONS-PASSED.
           MOVE WS-PASSED-COUNT       TO CVL-PASSED-COUNT.
           MOVE CTR-VERIFIED-IND      TO CVL-VERIFIED-IND.
           MOVE CTR-TOPICS-DISCUSSED  TO CVL-TOPICS-DISCUSSED.
           MOVE CTR-TOPICS-DENIED     TO CVL-TOPICS-DENIED.
           MOVE CTR-CALL-NOTE         TO CVL-CALL-NOTE.
           MOVE CTR-OPERATOR-INITIALS TO CVL-OPERATOR-INITIALS.
           MOVE CTR-OPERATOR-LOGON    TO CVL-OPERATOR-LOGON.

           EXEC SQL
               SELECT NEXT VALUE FOR CALLER_VERIFY_LOG_SEQ
                 INTO :CVL-LOG-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CTR-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               INSERT INTO CALLER_VERIFY_LOG
                      ( LOG_ID,
                        CASE_NUM,
                        CONTACT_SEQ,
                        CALLER_NAME,
                        QUESTIONS_PASSED,
                        PASSED_COUNT,
                        VERIFIED_IND,
                        TOPICS_DISCUSSED,
                        TOPICS_DENIED,
                        CALL_NOTE,
                        OPERATOR_INITIALS,
                        OPERATOR_LOGON,
                        CALL_TIMESTAMP )
               VALUES ( :CVL-LOG-ID,
                        :CVL-CASE-NUM,
                        :CVL-CONTACT-SEQ,
                        :CVL-CALLER-NAME,
                        :CVL-QUESTIONS-PASSED,
                        :CVL-PASSED-COUNT,
                        :CVL-VERIFIED-IND,
                        :CVL-TOPICS-DISCUSSED,
                        :CVL-TOPICS-DENIED,
                        :CVL-CALL-NOTE,
                        :CVL-OPERATOR-INITIALS,
                        :CVL-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CTR-RETURN-CODE
               GO TO P300000-EXIT.

           IF CTR-VERIFIED-IND NOT = 'Y'
               MOVE '06' TO CTR-RETURN-CODE
               GO TO P300000-EXIT.

           IF CTR-TOPICS-DENIED NOT = SPACES
               MOVE '07' TO CTR-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'CONTREG --> QUESTIONS NEEDED TO VERIFY A CALLER'.
       P310000-GET-VERIFY-MIN SECTION.

           MOVE 2 TO WS-VERIFY-MIN.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'CONTREG'
                  AND RULE        = 'VERIFY-MIN'
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:1) IS NUMERIC
               AND PR-RULE-VALUE (1:1) NOT = '0'
               MOVE PR-RULE-VALUE (1:1) TO WS-VERIFY-MIN.

       P310000-EXIT.
           EXIT.
           TITLE 'CONTREG --> IS THE CALLER AUTHORIZED FOR A TOPIC'.
       P320000-CHECK-ONE-TOPIC SECTION.

           MOVE CTR-TOPICS-DISCUSSED (WS-TOPIC-SUB:1) TO WS-TOPIC.

           IF WS-TOPIC = SPACE
               GO TO P320000-EXIT.

           EVALUATE WS-TOPIC
               WHEN 'B'
                   MOVE CCT-AUTH-BILLING TO WS-TOPIC-AUTH
               WHEN 'E'
                   MOVE CCT-AUTH-ENROLL  TO WS-TOPIC-AUTH
               WHEN OTHER
                   MOVE CCT-AUTH-MEMBER  TO WS-TOPIC-AUTH
           END-EVALUATE.

           IF CTR-VERIFIED-IND = 'Y' AND WS-TOPIC-AUTH = 'Y'
               GO TO P320000-EXIT.

           ADD 1 TO WS-DENIED-SUB.
           MOVE WS-TOPIC TO CTR-TOPICS-DENIED (WS-DENIED-SUB:1).

       P320000-EXIT.
           EXIT.
           TITLE 'CONTREG --> MAINTENANCE SECURITY CHECK'.
       P400000-CHECK-SECURITY SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'CONTREG'  TO SEC-RESOURCE-NAME.
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
               MOVE '03' TO CTR-RETURN-CODE.

       P400000-EXIT.
           EXIT.
           TITLE 'CONTREG --> EDIT ROLE, REACH AND AUTHORIZATIONS'.
       P450000-EDIT-THE-CONTACT SECTION.

           IF CTR-CONTACT-NAME = SPACES
               OR CTR-EFFECTIVE-DATE = SPACES
               MOVE '04' TO CTR-RETURN-CODE
               GO TO P450000-EXIT.

           IF CTR-CONTACT-ROLE NOT = 'BL' AND NOT = 'HR'
                           AND NOT = 'EX' AND NOT = 'BA'
               MOVE '04' TO CTR-RETURN-CODE
               GO TO P450000-EXIT.

      *    A CONTACT WE CANNOT REACH IS NO USE: A PHONE OR AN EMAIL.
           IF CTR-PHONE-NUM = SPACES AND CTR-EMAIL = SPACES
               MOVE '04' TO CTR-RETURN-CODE
               GO TO P450000-EXIT.

           IF CTR-PHONE-NUM NOT = SPACES
               AND CTR-PHONE-NUM IS NOT NUMERIC
               MOVE '04' TO CTR-RETURN-CODE
               GO TO P450000-EXIT.

           IF (CTR-AUTH-BILLING NOT = 'Y' AND NOT = 'N')
               OR (CTR-AUTH-ENROLL NOT = 'Y' AND NOT = 'N')
               OR (CTR-AUTH-MEMBER NOT = 'Y' AND NOT = 'N')
               MOVE '04' TO CTR-RETURN-CODE.

       P450000-EXIT.
           EXIT.
           TITLE 'CONTREG --> ADD A CONTACT'.
       P500000-ADD-A-CONTACT SECTION.

           PERFORM P150000-RESOLVE-THE-CASE THRU P150000-EXIT.

           IF CTR-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           PERFORM P450000-EDIT-THE-CONTACT THRU P450000-EXIT.

           IF CTR-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

      *    SEQUENCES ARE NEVER REUSED, SO A TERMED CONTACT'S LOG ROWS
      *    STILL POINT AT THE RIGHT PERSON.
           EXEC SQL
               SELECT VALUE(MAX(CONTACT_SEQ), 0) + 1
                 INTO :CTR-CONTACT-SEQ
                 FROM CASE_CONTACT
                WHERE CASE_NUM = :CTR-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CTR-RETURN-CODE
               GO TO P500000-EXIT.

           EXEC SQL
               INSERT INTO CASE_CONTACT
                      ( CASE_NUM,
                        CONTACT_SEQ,
                        CONTACT_NAME,
                        CONTACT_ROLE,
                        PHONE_NUM,
                        PHONE_EXT,
                        EMAIL,
                        AUTH_BILLING,
                        AUTH_ENROLL,
                        AUTH_MEMBER,
                        EFFECTIVE_DATE,
                        TERM_DATE,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP )
               VALUES ( :CTR-CASE-NUM,
                        :CTR-CONTACT-SEQ,
                        :CTR-CONTACT-NAME,
                        :CTR-CONTACT-ROLE,
                        :CTR-PHONE-NUM,
                        :CTR-PHONE-EXT,
                        :CTR-EMAIL,
                        :CTR-AUTH-BILLING,
                        :CTR-AUTH-ENROLL,
                        :CTR-AUTH-MEMBER,
                        :CTR-EFFECTIVE-DATE,
                        NULL,
                        :CTR-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CTR-RETURN-CODE.

       P500000-EXIT.
           EXIT.
           TITLE 'CONTREG --> CHANGE A CONTACT'.
       P600000-CHANGE-A-CONTACT SECTION.

           PERFORM P150000-RESOLVE-THE-CASE THRU P150000-EXIT.

           IF CTR-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           PERFORM P450000-EDIT-THE-CONTACT THRU P450000-EXIT.

           IF CTR-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

           EXEC SQL
               UPDATE CASE_CONTACT
                  SET CONTACT_NAME     = :CTR-CONTACT-NAME,
                      CONTACT_ROLE     = :CTR-CONTACT-ROLE,
                      PHONE_NUM        = :CTR-PHONE-NUM,
                      PHONE_EXT        = :CTR-PHONE-EXT,
                      EMAIL            = :CTR-EMAIL,
                      AUTH_BILLING     = :CTR-AUTH-BILLING,
                      AUTH_ENROLL      = :CTR-AUTH-ENROLL,
                      AUTH_MEMBER      = :CTR-AUTH-MEMBER,
                      EFFECTIVE_DATE   = :CTR-EFFECTIVE-DATE,
                      CHANGE_LOGON     = :CTR-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM    = :CTR-CASE-NUM
                  AND CONTACT_SEQ = :CTR-CONTACT-SEQ
                  AND TERM_DATE IS NULL
           END-EXEC.

           IF SQLCODE = +100
               MOVE '05' TO CTR-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CTR-RETURN-CODE.

       P600000-EXIT.
           EXIT.
           TITLE 'CONTREG --> TERM A CONTACT'.
       P700000-TERM-A-CONTACT SECTION.

           PERFORM P150000-RESOLVE-THE-CASE THRU P150000-EXIT.

           IF CTR-RETURN-CODE NOT = '00'
               GO TO P700000-EXIT.

      *    TERMED TODAY: NO LONGER AUTHORIZED FROM THIS MOMENT.  THE
      *    ROW STAYS FOR THE VERIFICATION LOG.
           EXEC SQL
               UPDATE CASE_CONTACT
                  SET TERM_DATE        = CURRENT DATE,
                      CHANGE_LOGON     = :CTR-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM    = :CTR-CASE-NUM
                  AND CONTACT_SEQ = :CTR-CONTACT-SEQ
                  AND TERM_DATE IS NULL
           END-EXEC.

           IF SQLCODE = +100
               MOVE '05' TO CTR-RETURN-CODE
               GO TO P700000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CTR-RETURN-CODE.

       P700000-EXIT.
           EXIT.
           TITLE 'CONTREG --> VERIFICATION LOG TO THE CVLG TDQ'.
       P800000-LIST-VERIFY-LOG SECTION.

           MOVE ZERO TO CTR-LOG-ROWS.

           IF CTR-FROM-DATE = SPACES OR CTR-THRU-DATE = SPACES
               OR CTR-THRU-DATE < CTR-FROM-DATE
               MOVE '04' TO CTR-RETURN-CODE
               GO TO P800000-EXIT.

      *    ONE CASE, OR EVERY CASE WHEN NONE IS GIVEN.
           IF CTR-CASE-NUM = SPACES AND CTR-CASE-IDNTITY = SPACES
               MOVE LOW-VALUES  TO WS-CASE-FROM
               MOVE HIGH-VALUES TO WS-CASE-THRU
           ELSE
               PERFORM P150000-RESOLVE-THE-CASE THRU P150000-EXIT
               MOVE CTR-CASE-NUM TO WS-CASE-FROM
                                    WS-CASE-THRU
           END-IF.

           IF CTR-RETURN-CODE NOT = '00'
               GO TO P800000-EXIT.

           MOVE SPACES TO WS-HEADING-LINE.
           STRING 'DATE/TIME        CASE   SQ CALLER'
                  '                         QSTN V TOP DEN INIT'
                   DELIMITED BY SIZE
               INTO WS-HEADING-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('CVLG')
                     FROM    (WS-HEADING-LINE)
                     LENGTH  (LENGTH OF WS-HEADING-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           EXEC SQL
               OPEN CVLRCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CTR-RETURN-CODE
               GO TO P800000-EXIT.

           MOVE 'N' TO WS-LOG-EOF-SW.
           PERFORM P810000-FETCH-A-LOG-ROW THRU P810000-EXIT
               UNTIL LOG-EOF.

           EXEC SQL
               CLOSE CVLRCUR
           END-EXEC.

       P800000-EXIT.
           EXIT.
           TITLE 'CONTREG --> FETCH AND LIST ONE VERIFICATION'.
       P810000-FETCH-A-LOG-ROW SECTION.

           EXEC SQL
               FETCH CVLRCUR
                 INTO :CVL-CALL-TS,
                      :CVL-CASE-NUM,
                      :CVL-CONTACT-SEQ,
                      :CVL-CALLER-NAME,
                      :CVL-QUESTIONS-PASSED,
                      :CVL-VERIFIED-IND,
                      :CVL-TOPICS-DISCUSSED,
                      :CVL-TOPICS-DENIED,
                      :CVL-OPERATOR-INITIALS
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Y' TO WS-LOG-EOF-SW
               GO TO P810000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE 'Y'  TO WS-LOG-EOF-SW
               MOVE '12' TO CTR-RETURN-CODE
               GO TO P810000-EXIT.

           ADD 1 TO CTR-LOG-ROWS.
           MOVE CVL-CONTACT-SEQ TO WS-EDIT-SEQ.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING CVL-CALL-TS (1:16)     DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CVL-CASE-NUM           DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-EDIT-SEQ            DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CVL-CALLER-NAME        DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CVL-QUESTIONS-PASSED   DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CVL-VERIFIED-IND       DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CVL-TOPICS-DISCUSSED   DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CVL-TOPICS-DENIED      DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CVL-OPERATOR-INITIALS  DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('CVLG')
                     FROM    (WS-DETAIL-LINE)
                     LENGTH  (LENGTH OF WS-DETAIL-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P810000-EXIT.
           EXIT.
