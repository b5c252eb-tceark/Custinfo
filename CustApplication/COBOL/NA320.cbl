      *                                                                *
      *  DATE      BY     CHANGE DESCRIPTION                   RSA/SIR *
      * --------  ----   -----------------------------------   ------- *
      * 10/15/26  TGW    SHOW HIGHEST CASE ALERT (CASEALRT)      N/A   *
      * 10/15/26  TGW    PF11 CALLER VERIFICATION (CONTREG)      N/A   *
      * 10/15/26  TGW    LOG SSN/DOB DISPLAYS (SENSLOG)          N/A   *
      * 10/15/26  TGW    PF5 CASE 360 SUMMARY (NA360)            N/A   *
      *****LAST CHANGE**************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       01  CA-COMM-AREA.
           COPY CASEARCC.

       01  WS-CAL-COMM-AREA.
           COPY CASEALRC.
       01  WS-CAL-LINE-SUB             PIC S9(4)  COMP  VALUE +0.
       01  WS-CTR-COMM-AREA.
           COPY CONTREGC.
       01  WS-SNL-COMM-AREA.
           COPY SENSLOGC.
       01  WS-N6-COMM-AREA.
           COPY NA360C.
       01  WS-SNL-ENTITY-TYPE          PIC X(02)  VALUE SPACES.
       01  WS-CTR-LIST-SW              PIC X(01)  VALUE 'N'.
       01  WS-CTR-INFO                 PIC X(40)  VALUE SPACES.
       01  WS-CTR-INFO-R               REDEFINES WS-CTR-INFO.
           05  WS-CTR-SEQ              PIC X(02).
           05  FILLER                  PIC X(01).
           05  WS-CTR-QUESTIONS        PIC X(04).
           05  FILLER                  PIC X(01).
           05  WS-CTR-TOPICS           PIC X(03).
           05  FILLER                  PIC X(01).
           05  WS-CTR-TEXT             PIC X(28).
       01  WS-WORK-AREA.
Y2KIMR*
Y2KIMR* IMRGLOBAL CHANGE DATE ROUTINE W/S REFERENCES BEGIN
           IF  EIBAID = DFHPF3
               GO TO 0100-RETURN-TO-BROWSE
           ELSE
           IF  EIBAID = DFHPF5
               GO TO 0244-SHOW-CASE-360
           ELSE
           IF  EIBAID = DFHPF9
               GO TO 0245-EXTRACT-CASE-RECORD
           ELSE
           IF  EIBAID = DFHPF10
               GO TO 0246-EXTRACT-AUDIT-HISTORY
           ELSE
           IF  EIBAID = DFHPF11
               GO TO 0247-VERIFY-CALLER
           ELSE
               GO TO 0360-WRONG-KEY-HIT.

R03179         MOVE ATTRB-PROT-ASKIP        TO MAP-EMAIL1A MAP-EMAIL2A
R03179     END-IF.

           IF WS-RECORD-NOTFND NOT = 'Y'
               MOVE IDNTITY             TO CAL-CASE-IDNTITY
               PERFORM 0386-SHOW-CASE-ALERT THRU 0386-EXIT.

           IF WS-CTR-LIST-SW = 'Y'
               PERFORM 0249-SHOW-CONTACT-LINE
                   VARYING ACTION-SUB FROM 1 BY 1
                       UNTIL ACTION-SUB > 4.

           EXEC CICS SEND MAP    ('NA320M1')
                          CURSOR
                          ERASE
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

           IF WS-RECORD-NOTFND NOT = 'Y'
               MOVE IDNTITY             TO SL-RECORD-KEY
               MOVE LAST-NAME           TO SL-SUBJECT-LAST-NAME
               MOVE FIRST-NAME          TO SL-SUBJECT-FIRST-NAME
               MOVE ENTITY-TYPE         TO WS-SNL-ENTITY-TYPE
               PERFORM 0388-LOG-SENSITIVE-VIEW THRU 0388-EXIT.

           MOVE 'NAQ1'             TO WS-TS-QUEUE-TRANID.
           MOVE EIBTRMID           TO WS-TS-QUEUE-TERMID.

900837     ELSE
               MOVE -1 TO MAP-SYSTEM-CDL.

           MOVE COM-CIM                 TO CAL-CASE-IDNTITY.
           PERFORM 0386-SHOW-CASE-ALERT THRU 0386-EXIT.

           EXEC CICS SEND MAP    ('NA320M1')
                          CURSOR
                          ERASE
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

           IF COM-CIM NOT = SPACES AND COM-CIM NOT = LOW-VALUES
               MOVE COM-CIM             TO SL-RECORD-KEY
               MOVE COM-LAST-NAME       TO SL-SUBJECT-LAST-NAME
               MOVE COM-FIRST-NAME      TO SL-SUBJECT-FIRST-NAME
               MOVE COM-ENTITY-TYPE     TO WS-SNL-ENTITY-TYPE
               PERFORM 0388-LOG-SENSITIVE-VIEW THRU 0388-EXIT.

           MOVE 'NAQ1'             TO WS-TS-QUEUE-TRANID.
           MOVE EIBTRMID           TO WS-TS-QUEUE-TERMID.



      *---------------------------------------------------------------*
      *    CASE 360 SUMMARY FOR THE CASE ON DISPLAY (PF5).  THE NAQ1  *
      *    QUEUE IS SET BACK TO A FIRST-TIME SEND OF THIS IDENTITY SO *
      *    THAT NA360 CAN START NAI0 TO COME BACK TO IT, THEN CONTROL *
      *    PASSES TO NA360.                                           *
      *---------------------------------------------------------------*
       0244-SHOW-CASE-360.

           IF COMM-CUST-TYPE NOT = 'CA'
               MOVE 'NA329' TO WS-MESSAGE-NUMBER1
               GO TO 0190-SEND-NA320M1-FIRST-TIME.

           MOVE SPACES          TO WS-N6-COMM-AREA.
           MOVE 'F'             TO N6-ENTRY-STATE.
           MOVE WSQ-CIM         TO N6-CASE-IDNTITY.
           EXEC CICS ASSIGN OPID(OPER-ID)
                            RESP   (WS-CICS-RESP)
                            END-EXEC.
           MOVE OPER-ID         TO N6-OPERATOR-INITIALS.
           MOVE WS-DEMO-LOGONID TO N6-OPERATOR-LOGON.

           MOVE '00'               TO COMM-NEXT-FUNCTION.
           MOVE 'NAQ1'             TO WS-TS-QUEUE-TRANID.
           MOVE EIBTRMID           TO WS-TS-QUEUE-TERMID.
           EXEC CICS WRITEQ TS QUEUE  (WS-TS-QUEUE-NAME)
                               FROM   (WS-TS-QUEUE)
                               LENGTH (WS-ZERO-LENGTH)
                               ITEM   (WS-TS-ITEM)
                               RESP   (WS-CICS-RESP)
                               REWRITE
                               MAIN
                               END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

           EXEC CICS XCTL PROGRAM  ('NA360')
                          COMMAREA (WS-N6-COMM-AREA)
                          LENGTH   (LENGTH OF WS-N6-COMM-AREA)
                          RESP     (WS-CICS-RESP)
                          END-EXEC.

           GO TO 9999-CICS-ERROR.

      *---------------------------------------------------------------*
      *    WRITE THE CASE_MASTER DETAIL CURRENTLY DISPLAYED ON THIS   *
      *    INQUIRY (HELD IN WSQ-AGNTNAME ACROSS THE PSEUDO-CONVERSA-  *
           MOVE 'NA322' TO WS-MESSAGE-NUMBER1.
           GO TO 0190-SEND-NA320M1-FIRST-TIME.

      *---------------------------------------------------------------*
      *    CALLER VERIFICATION FOR THE CASE ON DISPLAY (PF11).  WITH  *
      *    THE CUSTOMER-INFO LINE EMPTY, THE AUTHORIZED CONTACTS ARE  *
      *    LISTED ON THE MESSAGE LINES (SEQ, ROLE, NAME, B/E/M        *
      *    AUTHORIZATIONS, PHONE).  OTHERWISE THE LINE IS READ AS     *
      *        SS QQQQ TTT TEXT                                       *
      *    SS   - CONTACT SEQUENCE CALLING, 00 IF NOT ON THE LIST     *
      *    QQQQ - Y/N FOR EACH IDENTITY QUESTION: CASE NUMBER, GROUP  *
      *           ZIP, LAST PAYMENT AMOUNT, NAME AND PHONE ON FILE    *
      *    TTT  - TOPICS DISCUSSED: B BILLING, E ENROLLMENT, M MEMBER *
      *    TEXT - THE CALLER'S NAME WHEN SS IS 00, ELSE A CALL NOTE   *
      *    CONTREG DECIDES AND LOGS THE CALL TO CALLER_VERIFY_LOG.    *
      *---------------------------------------------------------------*
       0247-VERIFY-CALLER.

           MOVE LOW-VALUES TO NA320M1I.
           EXEC CICS RECEIVE MAP    ('NA320M1')
                             RESP   (WS-CICS-RESP)
                             END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) AND
                WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
                GO TO 9999-CICS-ERROR.

           MOVE SPACES          TO WS-CTR-INFO.
           IF MAP-CUST-INFOL > ZERO
               MOVE MAP-CUST-INFOI TO WS-CTR-INFO.
           INSPECT WS-CTR-INFO REPLACING ALL '_' BY SPACE
                                         ALL LOW-VALUE BY SPACE.

           MOVE SPACES          TO CTR-CONTACT-COMM-AREA.
           MOVE WSQ-CIM         TO CTR-CASE-IDNTITY.
           MOVE ZERO            TO CTR-CONTACT-SEQ
                                   CTR-CONTACT-COUNT
                                   CTR-LOG-ROWS.
           EXEC CICS ASSIGN OPID(OPER-ID)
                            RESP   (WS-CICS-RESP)
                            END-EXEC.
           MOVE OPER-ID         TO CTR-OPERATOR-INITIALS.
           MOVE WS-DEMO-LOGONID TO CTR-OPERATOR-LOGON.

           IF WS-CTR-INFO = SPACES
               MOVE 'L'         TO CTR-FUNCTION-CODE
               GO TO 0248-LINK-CONTREG.

           IF WS-CTR-SEQ IS NOT NUMERIC
               MOVE 'NA326' TO WS-MESSAGE-NUMBER1
               GO TO 0190-SEND-NA320M1-FIRST-TIME.

           MOVE 'V'              TO CTR-FUNCTION-CODE.
           MOVE WS-CTR-SEQ       TO CTR-CONTACT-SEQ.
           MOVE WS-CTR-QUESTIONS TO CTR-QUESTIONS-PASSED.
           MOVE WS-CTR-TOPICS    TO CTR-TOPICS-DISCUSSED.
           IF CTR-CONTACT-SEQ = ZERO
               MOVE WS-CTR-TEXT  TO CTR-CONTACT-NAME
           ELSE
               MOVE WS-CTR-TEXT  TO CTR-CALL-NOTE.

       0248-LINK-CONTREG.

           EXEC CICS LINK
               PROGRAM  ('CONTREG')
               COMMAREA (WS-CTR-COMM-AREA)
               LENGTH   (LENGTH OF WS-CTR-COMM-AREA)
               RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9999-CICS-ERROR.

           IF CTR-FUNCTION-CODE = 'L'
               IF CTR-RETURN-CODE = '00'
                   MOVE 'Y'     TO WS-CTR-LIST-SW
               ELSE
                   MOVE 'NA327' TO WS-MESSAGE-NUMBER1
               END-IF
               GO TO 0190-SEND-NA320M1-FIRST-TIME.

           IF CTR-RETURN-CODE = '00'
               MOVE 'NA323' TO WS-MESSAGE-NUMBER1
           ELSE
           IF CTR-RETURN-CODE = '07'
               MOVE 'NA324' TO WS-MESSAGE-NUMBER1
           ELSE
           IF CTR-RETURN-CODE = '06'
               MOVE 'NA325' TO WS-MESSAGE-NUMBER1
           ELSE
           IF CTR-RETURN-CODE = '05'
               MOVE 'NA328' TO WS-MESSAGE-NUMBER1
           ELSE
               MOVE 'NA326' TO WS-MESSAGE-NUMBER1.

           GO TO 0190-SEND-NA320M1-FIRST-TIME.

      *    THE CONTACT LIST ASKED FOR WITH PF11 TAKES ALL FOUR
      *    MESSAGE LINES FOR THIS ONE SEND.
       0249-SHOW-CONTACT-LINE.

           MOVE CTR-LIST-LINE (ACTION-SUB)
                                       TO MAP-ERROR-MSGO (ACTION-SUB).

       0250-PROCESS-DB2-REQUESTS.

           DISPLAY 'WS-CIM-NUMBER'         WS-CIM-NUMBER.
                   AND CA-ARCHIVED-IND = 'Y'
                   MOVE 'NA190' TO WS-MESSAGE-NUMBER1.

      *---------------------------------------------------------------*
      *    PUT THE CASE'S HIGHEST-SEVERITY ACTIVE ALERT, AS CASEALRT  *
      *    FORMATS IT, ON THE MESSAGE LINES NOT ALREADY TAKEN BY AN   *
      *    EDIT MESSAGE.  THE CALLER MOVES THE IDENTITY ON DISPLAY    *
      *    TO CAL-CASE-IDNTITY; AN AGENT OR BROKER IDENTITY SIMPLY    *
      *    COMES BACK WITH NO ALERT.                                  *
      *---------------------------------------------------------------*
       0386-SHOW-CASE-ALERT.

           MOVE 'B'                    TO CAL-FUNCTION-CODE.
           MOVE SPACES                 TO CAL-CASE-NUM.
           EXEC CICS ASSIGN OPID(OPER-ID)
                            RESP   (WS-CICS-RESP)
                            END-EXEC.
           MOVE OPER-ID                TO CAL-OPERATOR-INITIALS.
           MOVE WS-DEMO-LOGONID        TO CAL-OPERATOR-LOGON.

           EXEC CICS LINK PROGRAM  ('CASEALRT')
                      COMMAREA (WS-CAL-COMM-AREA)
                      LENGTH   (LENGTH OF WS-CAL-COMM-AREA)
                      RESP     (WS-CICS-RESP)
                      END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR CAL-RETURN-CODE NOT = '00'
               GO TO 0386-EXIT.

           MOVE 1                      TO WS-CAL-LINE-SUB.
           PERFORM 0387-PLACE-BANNER-LINE
               VARYING ACTION-SUB FROM 1 BY 1
                   UNTIL ACTION-SUB > 4.

       0386-EXIT.
           EXIT.

       0387-PLACE-BANNER-LINE.

           IF WS-CAL-LINE-SUB < 3
               AND (COMM-MSG-ID (ACTION-SUB) = SPACES OR LOW-VALUES)
               MOVE CAL-BANNER-LINE (WS-CAL-LINE-SUB)
                                       TO MAP-ERROR-MSGO (ACTION-SUB)
               ADD 1                   TO WS-CAL-LINE-SUB.

      *---------------------------------------------------------------*
      *    EVERY SEND OF A RECORD PUTS ITS SSN - AND ITS DATE OF      *
      *    BIRTH UNLESS THE ENTITY HIDES IT - IN FRONT OF THE         *
      *    OPERATOR, SO SENSLOG LOGS WHO SAW WHICH RECORD AND WHEN.   *
      *    A FAILED LOG WRITE NEVER HOLDS UP THE INQUIRY.             *
      *---------------------------------------------------------------*
       0388-LOG-SENSITIVE-VIEW.

           MOVE 'L'                    TO SL-FUNCTION-CODE.
           MOVE WS-PROGRAM-NAME        TO SL-PROGRAM-ID.
           MOVE SPACES                 TO SL-CASE-NUM.
           MOVE 'Y'                    TO SL-SHOWN-SSN.
           IF WS-SNL-ENTITY-TYPE = 'AM' OR 'LD'
               MOVE 'N'                TO SL-SHOWN-DOB
           ELSE
               MOVE 'Y'                TO SL-SHOWN-DOB.
           MOVE 'N'                    TO SL-SHOWN-BANKING
                                          SL-SHOWN-BALANCE.
           MOVE WS-DEMO-LOGONID        TO SL-OPERATOR-LOGON.
           MOVE WS-DEMO-USER-NAME      TO SL-OPERATOR-NAME.

           EXEC CICS LINK PROGRAM  ('SENSLOG')
                      COMMAREA (WS-SNL-COMM-AREA)
                      LENGTH   (LENGTH OF WS-SNL-COMM-AREA)
                      RESP     (WS-CICS-RESP)
                      END-EXEC.

       0388-EXIT.
           EXIT.

       0390-CHECK-ERROR-MESSAGES.
           DISPLAY '0390-CHECK-ERROR-MESSAGES PARA'
           IF COMM-MSG-ID (ACTION-SUB) NOT = SPACES AND
