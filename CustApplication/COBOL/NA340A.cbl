11735A* 09/18/13       ALSO CHANGE 'SELECT *' TO USE ACTUAL COLUMN NAME*00022900
00504A* 10/29/13  RAI  SIT DEFECT-504 CHANGES TO AVOID SQLCODE -305    *00023000
289843* 02/11/13  RAI  IMS289843-code change to avoid -304             *00023100
TKOVCR* 10/15/26  TGW   SEED PRIOR-CARRIER TAKEOVER CREDITS (TKOVCRED) *
TKOVCR*                 AFTER A CASE IS UPDATED                        *
CALERT* 10/15/26  TGW   SHOW HIGHEST CASE ALERT (CASEALRT); PF5        *
CALERT*                 ACKNOWLEDGES A HIGH ALERT BEFORE UPDATE        *
      *****LAST CHANGE**************************************************00023200
       ENVIRONMENT DIVISION.                                            00023300
       DATA DIVISION.                                                   00023400
           COPY UPDCOMA.                                                00080901
                                                                        00081001
       01  LINK-UPD-COMM-LENGTH PIC S9(4) COMP VALUE +681.              00081101

TKOVCR 01  WS-TKOVCRED-COMMAREA.
TKOVCR     COPY TKOVCRDC.

CALERT 01  WS-CAL-COMM-AREA.
CALERT     COPY CASEALRC.
CALERT 01  WS-CAL-LINE-SUB             PIC S9(4)  COMP  VALUE +0.
                                                                        00081201
11735A*    COPY BROKRV01.                                               00081301
11735A*    COPY BROKER.                                                 00081401
           IF  EIBAID = DFHPF3                                          00128501
               DISPLAY 'INITIAL PF3:'                                   00128601
               GO TO 0100-RETURN-TO-BROWSE                              00128701
CALERT     ELSE
CALERT     IF  EIBAID = DFHPF5
CALERT         GO TO 0399-ACKNOWLEDGE-CASE-ALERT
           ELSE                                                         00128801
               DISPLAY 'WRONG KEY'                                      00128901
               GO TO 0360-WRONG-KEY-HIT.                                00129001
                      WS-SQL-ERROR.                                     00178901
           MOVE WS-CIM-NUMBER   TO  WS-UPD-CIM-NUMBER.                  00179001
           DISPLAY 'WS-UPD-CIM-NUMBER:' WS-UPD-CIM-NUMBER               00179101

CALERT     PERFORM 0398-CHECK-ALERT-ACK THRU 0398-EXIT.
CALERT     IF WS-EDIT-SW = 'Y'
CALERT         GO TO 0200-SEND-NA340M2-MAP.
                                                                        00179201
           EXEC CICS LINK PROGRAM('NA340B')                             00180001
                          COMMAREA(WS-UPD-COMMAREA)                     00190001
               END-IF                                                   00303601
              ELSE                                                      00303801
                 DISPLAY 'RECORD UPDATED SUCCESSFULLY:' COM-CIM         00303901
TKOVCR           IF COM-ENTITY-TYPE = 'CA'
TKOVCR              PERFORM 0140-SEED-TAKEOVER-CREDITS
TKOVCR           END-IF
              END-IF                                                    00304001
           END-IF.                                                      00304101
                                                                        00326601
TKOVCR 0140-SEED-TAKEOVER-CREDITS.
TKOVCR*    A TAKEOVER CASE GETS ITS MEMBERS' PRIOR-CARRIER CREDIT
TKOVCR*    ROWS SEEDED.  ROWS ALREADY SEEDED ARE LEFT AS KEYED, AND
TKOVCR*    A CASE WITH NO TAKEOVER LINE IS SIMPLY SKIPPED.
TKOVCR     MOVE SPACES           TO WS-TKOVCRED-COMMAREA.
TKOVCR     MOVE 'S'              TO TK-FUNCTION-CODE.
TKOVCR     MOVE COM-CIM          TO TK-CASE-IDNTITY.
TKOVCR     MOVE ZERO             TO TK-EMP-NUM TK-WAIT-SERVED
TKOVCR                              TK-PREEX-MONTHS TK-DEDUCT-MET
TKOVCR                              TK-OOP-MET.
TKOVCR     MOVE COM-CHANGE-LOGON TO TK-OPERATOR-LOGON.
TKOVCR     EXEC CICS LINK PROGRAM  ('TKOVCRED')
TKOVCR                    COMMAREA (WS-TKOVCRED-COMMAREA)
TKOVCR                    LENGTH   (LENGTH OF WS-TKOVCRED-COMMAREA)
TKOVCR                    RESP     (WS-CICS-RESP)
TKOVCR                    END-EXEC.

       0180-SEND-NA340M2-FIRST-TIME.                                    00328101
                                                                        00328201
           DISPLAY '0180-SEND-NA340M2-FIRST-TIME'                       00328301
R03179         MOVE ATTRB-PROT-ASKIP        TO MAP-EMAIL1A MAP-EMAIL2A  00339001
R03179     END-IF.                                                      00339101
                                                                        00339201
CALERT     IF WS-RECORD-NOTFND NOT = 'Y'
CALERT         MOVE WS-CIM-NUMBER       TO CAL-CASE-IDNTITY
CALERT         PERFORM 0396-SHOW-CASE-ALERT THRU 0396-EXIT.

           EXEC CICS SEND MAP    ('NA340M2')                            00339301
                          CURSOR                                        00339401
                          ERASE                                         00339501
900837     ELSE                                                         00344201
               MOVE -1 TO MAP-CUST-INFOL.                               00344301
                                                                        00344401
CALERT     MOVE COM-CIM                 TO CAL-CASE-IDNTITY.
CALERT     PERFORM 0396-SHOW-CASE-ALERT THRU 0396-EXIT.

           EXEC CICS SEND MAP    ('NA340M2')                            00344501
                          CURSOR                                        00344601
                          ERASE                                         00344701
               VARYING ACTION-SUB FROM 1 BY 1                           00571001
                   UNTIL ACTION-SUB > 4.                                00571101
                                                                        00571201
CALERT*---------------------------------------------------------------*
CALERT*    0394-LINK-CASEALRT CALLS THE CASE ALERT MODULE FOR THE     *
CALERT*    FUNCTION AND IDENTITY ALREADY IN WS-CAL-COMM-AREA.         *
CALERT*---------------------------------------------------------------*
CALERT 0394-LINK-CASEALRT.

CALERT     MOVE SPACES                 TO CAL-CASE-NUM.
CALERT     EXEC CICS ASSIGN OPID(OPER-ID)
CALERT                      RESP   (WS-CICS-RESP)
CALERT                      END-EXEC.
CALERT     MOVE OPER-ID                TO CAL-OPERATOR-INITIALS.
CALERT     MOVE WS-DEMO-LOGONID        TO CAL-OPERATOR-LOGON.

CALERT     EXEC CICS LINK PROGRAM  ('CASEALRT')
CALERT                COMMAREA (WS-CAL-COMM-AREA)
CALERT                LENGTH   (LENGTH OF WS-CAL-COMM-AREA)
CALERT                RESP     (WS-CICS-RESP)
CALERT                END-EXEC.

CALERT     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
CALERT         MOVE '12'               TO CAL-RETURN-CODE.

CALERT*---------------------------------------------------------------*
CALERT*    0396-SHOW-CASE-ALERT PUTS THE CASE'S HIGHEST-SEVERITY      *
CALERT*    ACTIVE ALERT, AS CASEALRT FORMATS IT, ON THE MESSAGE LINES *
CALERT*    NOT ALREADY TAKEN BY AN EDIT MESSAGE EVERY TIME THE CASE   *
CALERT*    GOES OUT.  THE CALLER MOVES THE IDENTITY ON DISPLAY TO     *
CALERT*    CAL-CASE-IDNTITY; AN AGENT OR BROKER IDENTITY SIMPLY COMES *
CALERT*    BACK WITH NO ALERT.                                        *
CALERT*---------------------------------------------------------------*
CALERT 0396-SHOW-CASE-ALERT.

CALERT     MOVE 'B'                    TO CAL-FUNCTION-CODE.
CALERT     PERFORM 0394-LINK-CASEALRT.

CALERT     IF CAL-RETURN-CODE NOT = '00'
CALERT         GO TO 0396-EXIT.

CALERT     MOVE 1                      TO WS-CAL-LINE-SUB.
CALERT     PERFORM 0397-PLACE-BANNER-LINE
CALERT         VARYING ACTION-SUB FROM 1 BY 1
CALERT             UNTIL ACTION-SUB > 4.

CALERT 0396-EXIT.
CALERT     EXIT.

CALERT 0397-PLACE-BANNER-LINE.

CALERT     IF WS-CAL-LINE-SUB < 3
CALERT         AND (COMM-MSG-ID (ACTION-SUB) = SPACES OR LOW-VALUES)
CALERT         MOVE CAL-BANNER-LINE (WS-CAL-LINE-SUB)
CALERT                                 TO MAP-ERROR-MSGO (ACTION-SUB)
CALERT         ADD 1                   TO WS-CAL-LINE-SUB.

CALERT*---------------------------------------------------------------*
CALERT*    A HIGH-SEVERITY ALERT THE OPERATOR HAS NOT ACKNOWLEDGED    *
CALERT*    TODAY HOLDS THE UPDATE BACK - NA340B IS NOT CALLED - UNTIL *
CALERT*    PF5 IS PRESSED.                                            *
CALERT*---------------------------------------------------------------*
CALERT 0398-CHECK-ALERT-ACK.

CALERT     MOVE WS-CIM-NUMBER          TO CAL-CASE-IDNTITY.
CALERT     MOVE 'B'                    TO CAL-FUNCTION-CODE.
CALERT     PERFORM 0394-LINK-CASEALRT.

CALERT     IF CAL-RETURN-CODE = '00' AND CAL-ACK-IS-REQUIRED
CALERT         MOVE 'Y'      TO WS-EDIT-SW
CALERT         MOVE 'NA195'  TO WS-MESSAGE-NUMBER1.

CALERT 0398-EXIT.
CALERT     EXIT.

CALERT*---------------------------------------------------------------*
CALERT*    0399-ACKNOWLEDGE-CASE-ALERT IS PF5 ON NA340M2.  CASEALRT   *
CALERT*    LOGS THE ACKNOWLEDGEMENT TO AUDIT_COMM (CODE 'AK') AND THE *
CALERT*    NEXT ENTER LETS THE UPDATE THROUGH.                        *
CALERT*---------------------------------------------------------------*
CALERT 0399-ACKNOWLEDGE-CASE-ALERT.

CALERT     MOVE LOW-VALUES TO NA340M2I.

CALERT     EXEC CICS RECEIVE MAP    ('NA340M2')
CALERT                       RESP   (WS-CICS-RESP)
CALERT                       END-EXEC.

CALERT     IF WS-CICS-RESP NOT = DFHRESP(NORMAL) AND
CALERT          WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
CALERT          GO TO 9999-CICS-ERROR.

CALERT     MOVE MAP-CIMI               TO WS-CIM-NUMBER
CALERT                                    COM-CIM.
CALERT     PERFORM 0120-UPDATE-CIM-MAP-FIELDS.

CALERT     MOVE WS-CIM-NUMBER          TO CAL-CASE-IDNTITY.
CALERT     MOVE 'K'                    TO CAL-FUNCTION-CODE.
CALERT     PERFORM 0394-LINK-CASEALRT.

CALERT     EVALUATE CAL-RETURN-CODE
CALERT         WHEN '00'
CALERT             MOVE 'NA196'  TO WS-MESSAGE-NUMBER1
CALERT         WHEN '02'
CALERT             MOVE 'NA197'  TO WS-MESSAGE-NUMBER1
CALERT         WHEN OTHER
CALERT             MOVE 'NA198'  TO WS-MESSAGE-NUMBER1
CALERT     END-EVALUATE.

CALERT     GO TO 0200-SEND-NA340M2-MAP.

       0390-CHECK-ERROR-MESSAGES.                                       00571301
           DISPLAY '0390-CHECK-ERROR-MESSAGES PARA'                     00571401
           IF COMM-MSG-ID (ACTION-SUB) NOT = SPACES AND                 00571501
