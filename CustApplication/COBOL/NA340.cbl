      * 01/15/99  TDA    ADD SYNCPOINT AFTER DB2 UPDATES       990115  *00009200
990420* 04/20/99  KXL    CHANGE WS-EMP-NUM TO EMP-EMPLOYEE-NUM 990420  *00009300
990420*                  LINE 004447.                          990420  *00009400
CALERT* 10/15/26  TGW    SHOW HIGHEST CASE ALERT (CASEALRT),     N/A   *
CALERT*                  PF5 ACKNOWLEDGES A HIGH ALERT           N/A   *
INTLAD* 10/15/26  TGW    COUNTRY-AWARE EDIT OF A FOREIGN         N/A   *
INTLAD*                  ADDRESS THROUGH INTLADR                 N/A   *
LGHOLD* 10/15/26  TGW    NO CASE MERGE UNDER LEGAL HOLD          N/A   *
SBCGEN* 10/15/26  TGW    REISSUE THE SBC (SBCGEN) ON A CASE      N/A   *
SBCGEN*                  SAVE WHEN THE PLAN DESIGN CHANGED       N/A   *
RTNMAL* 10/15/26  TGW    AN ADDRESS CORRECTION CLEARS THE        N/A   *
RTNMAL*                  RETURNED-MAIL FLAG (RTNMAIL)            N/A   *
      *----------------------------------------------------------------*00009500
                                                                        00009600
Y2KIMR******************************************************************00009700
       01  WS-MRG-COMM-AREA.
           COPY CASEMRGC.

CALERT 01  WS-CAL-COMM-AREA.
CALERT     COPY CASEALRC.
CALERT 01  WS-CAL-LINE-SUB             PIC S9(4)  COMP  VALUE +0.
INTLAD 01  WS-INTLADR-COMM-AREA.
INTLAD     COPY INTLADRC.
SBCGEN 01  WS-SBC-COMM-AREA.
SBCGEN     COPY SBCGENC.
RTNMAL 01  WS-RTNMAIL-COMM-AREA.
RTNMAL     COPY RTNMAILC.
RTNMAL 01  WS-RTM-PRIOR-ADDRESS.
RTNMAL     05  WS-RTM-ADDRESS1         PIC X(30)  VALUE SPACES.
RTNMAL     05  WS-RTM-ADDRESS2         PIC X(30)  VALUE SPACES.
RTNMAL     05  WS-RTM-CITY             PIC X(30)  VALUE SPACES.
RTNMAL     05  WS-RTM-STATE            PIC X(2)   VALUE SPACES.
RTNMAL     05  WS-RTM-ZIP              PIC X(5)   VALUE SPACES.
RTNMAL     05  WS-RTM-POSTAL-CODE      PIC X(9)   VALUE SPACES.
RTNMAL     05  WS-RTM-COUNTRY-CODE     PIC X(3)   VALUE SPACES.

       01  AUDIT-COMM-AREA.                                             00036900
           COPY AUDCOMM.                                                00037000
       01  IO-COMM-AREA.                                                00037100
           ELSE
           IF  EIBAID = DFHPF4
               GO TO 0395-PROCESS-CASE-MERGE-REQUEST
CALERT     ELSE
CALERT     IF  EIBAID = DFHPF5
CALERT         GO TO 0399-ACKNOWLEDGE-CASE-ALERT
           ELSE                                                         00127800
               GO TO 0360-WRONG-KEY-HIT.                                00127900
                                                                        00128000
R02539          PERFORM 0170-SLIDE-ERROR-MESSAGES                       00250200
R02539       END-IF                                                     00250300
R02539     END-IF.                                                      00250400
INTLAD     IF COM-ZIP = '00100'
INTLAD         PERFORM 0393-INTL-ADDRESS-EDIT THRU 0393-EXIT.
R02539                                                                  00250500
R02539*---------------------------------------------------------------* 00250600
R02539* EDIT STATE CODE FOR VALIDITY                                  * 00250700
R9470A*       END-IF                                                    00277500
R9470A*    END-IF.                                                      00277600
MANJU2     DISPLAY ' 130 PARA COM-ENTITY-TYPE ' COM-ENTITY-TYPE.        00277700
CALERT     IF WS-EDIT-SW NOT = 'Y'
CALERT         PERFORM 0398-CHECK-ALERT-ACK THRU 0398-EXIT.

           IF WS-EDIT-SW NOT = 'Y'                                      00277800
920124        IF (COM-ENTITY-TYPE = 'AM' OR 'CA' OR 'LB' OR 'BA'        00277900
MANJU                            OR 'LD' OR 'CAM')                      00278000
R03179         MOVE ATTRB-PROT-ASKIP        TO MAP-EMAIL1A MAP-EMAIL2A  00319000
R03179     END-IF.                                                      00319100
                                                                        00319200
CALERT     IF WS-RECORD-NOTFND NOT = 'Y'
CALERT         MOVE IDNTITY             TO CAL-CASE-IDNTITY
CALERT         PERFORM 0396-SHOW-CASE-ALERT THRU 0396-EXIT.

           EXEC CICS SEND MAP    ('NA340M1')                            00319300
                          CURSOR                                        00319400
                          ERASE                                         00319500
900837     ELSE                                                         00325800
               MOVE -1 TO MAP-SYSTEM-CDL.                               00325900
                                                                        00326000
CALERT     MOVE COM-CIM                 TO CAL-CASE-IDNTITY.
CALERT     PERFORM 0396-SHOW-CASE-ALERT THRU 0396-EXIT.

           EXEC CICS SEND MAP    ('NA340M1')                            00326100
                          CURSOR                                        00326200
                          ERASE                                         00326300
           IF IND-ASSOCIATION3 IS NEGATIVE                              00340800
               MOVE SPACES TO ASSOCIATION3.                             00340900
                                                                        00341000
RTNMAL     PERFORM 0391-SAVE-PRIOR-ADDRESS.
           PERFORM  0230-MOVE-COMMAREA-TO-TABLE.                        00341100
MANJU2     DISPLAY 'ENTITY-TYPE IN 210 UPDT PARA' ENTITY-TYPE.          00341200
           EXEC SQL                                                     00341300
           EXEC SQL                                                     00350500
               CLOSE UPDT-AGNT-CUR                                      00350600
           END-EXEC.                                                    00350700
RTNMAL
RTNMAL     PERFORM 0391-CLEAR-RETURNED-MAIL THRU 0391-EXIT.
                                                                        00350800
      *---------------------------------------------------------------* 00350900
      * IF THE CUSTOMER DECIDES TO OVERRIDE THE FINALST EDITS AND     * 00351000
890989         MOVE ZIP-PLUS4 TO WS-HOLD-CSN-ZIP-PLUS4.                 00372500
           MOVE SPACES TO AUDIT-COMM-AREA.                              00372600
           MOVE DCLAGNTNAME TO AC-PREV-RECORD.                          00372700
RTNMAL     PERFORM 0391-SAVE-PRIOR-ADDRESS.
           PERFORM 0230-MOVE-COMMAREA-TO-TABLE.                         00372800
                                                                        00372900
      *---------------------------------------------------------------*
                            RESP   (WS-CICS-RESP)                       00380300
                            END-EXEC.                                   00380400
                                                                        00380500
SBCGEN     IF COMM-CUST-TYPE = 'CA'
SBCGEN         PERFORM 0392-CHECK-SBC-DESIGN THRU 0392-EXIT.

R01717*-----------                                                      00380600
R01717*- GET CASE NUMBER FOR AUDIT PROGRAM 'AUDPRG2'                    00380700
R01717*-----------                                                      00380800
           EXEC SQL                                                     00386300
               CLOSE UPDT-CASE-CUR                                      00386400
           END-EXEC.                                                    00386500
RTNMAL
RTNMAL     PERFORM 0391-CLEAR-RETURNED-MAIL THRU 0391-EXIT.
                                                                        00386600
      *---------------------------------------------------------------* 00386700
      * IF THE CUSTOMER DECIDES TO OVERRIDE THE FINALST EDITS AND     * 00386800

           EVALUATE SQLCODE
              WHEN 0
RTNMAL           PERFORM 0391-SAVE-PRIOR-ADDRESS
                 MOVE CPQ-CHANGE-IMAGE TO DCLAGNTNAME

                 EXEC SQL
                 ELSE
                     MOVE 'NA169' TO WS-MESSAGE-NUMBER1
                     PERFORM 0380-BUMP-ERROR-MESSAGES
RTNMAL               PERFORM 0391-CLEAR-RETURNED-MAIL THRU 0391-EXIT

              WHEN 100
                 CONTINUE
                   MOVE 'NA178'  TO WS-MESSAGE-NUMBER1
               WHEN '05'
                   MOVE 'NA181'  TO WS-MESSAGE-NUMBER1
LGHOLD         WHEN '06'
LGHOLD             MOVE 'NA204'  TO WS-MESSAGE-NUMBER1
               WHEN OTHER
                   MOVE 'NA179'  TO WS-MESSAGE-NUMBER1
           END-EVALUATE.

           GO TO 0200-SEND-NA340M1-MAP.

INTLAD*---------------------------------------------------------------*
INTLAD*    A FOREIGN ADDRESS NEVER GOES TO FINALIST/CASS.  INTLADR    *
INTLAD*    EDITS IT AGAINST THE COUNTRY'S POSTAL CODE PATTERN AND     *
INTLAD*    THE ADDRESS LINES THAT COUNTRY REQUIRES.  A MISSING OR     *
INTLAD*    UNKNOWN COUNTRY IS ALREADY CAUGHT BY CM427/CM428.          *
INTLAD*---------------------------------------------------------------*
INTLAD 0393-INTL-ADDRESS-EDIT.

INTLAD     MOVE SPACES                 TO WS-INTLADR-COMM-AREA.
INTLAD     MOVE 'E'                    TO IA-FUNCTION-CODE.
INTLAD     MOVE COM-COUNTRY-CODE       TO IA-COUNTRY-CODE.
INTLAD     MOVE COM-POSTAL-CODE        TO IA-POSTAL-CODE.
INTLAD     MOVE COM-ADDRESS1           TO IA-ADDRESS1.
INTLAD     MOVE COM-CITY               TO IA-CITY.
INTLAD     MOVE COM-STATE              TO IA-STATE.

INTLAD     EXEC CICS LINK PROGRAM  ('INTLADR')
INTLAD                COMMAREA (WS-INTLADR-COMM-AREA)
INTLAD                LENGTH   (LENGTH OF WS-INTLADR-COMM-AREA)
INTLAD                RESP     (WS-CICS-RESP)
INTLAD                END-EXEC.

INTLAD     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
INTLAD         GO TO 0393-EXIT.

INTLAD     EVALUATE IA-RETURN-CODE
INTLAD         WHEN '05'
INTLAD             MOVE 'NA199'  TO WS-HOLD-MESSAGE
INTLAD         WHEN '06'
INTLAD             MOVE 'NA201'  TO WS-HOLD-MESSAGE
INTLAD         WHEN OTHER
INTLAD             GO TO 0393-EXIT
INTLAD     END-EVALUATE.

INTLAD     MOVE 'Y'                    TO WS-EDIT-SW.
INTLAD     EVALUATE IA-ERROR-FIELD
INTLAD         WHEN 'A'
INTLAD             MOVE -1       TO MAP-ADDRESS1L
INTLAD             MOVE ATTRB-UNPROT-BRT-PEN TO MAP-ADDRESS1A
INTLAD         WHEN 'C'
INTLAD             MOVE -1       TO MAP-CITYL
INTLAD             MOVE ATTRB-UNPROT-BRT-PEN TO MAP-CITYA
INTLAD         WHEN 'S'
INTLAD             MOVE -1       TO MAP-STATEL
INTLAD             MOVE ATTRB-UNPROT-BRT-PEN TO MAP-STATEA
INTLAD         WHEN OTHER
INTLAD             MOVE -1       TO MAP-POSTAL-CDL
INTLAD             MOVE ATTRB-UNPROT-BRT-PEN TO MAP-POSTAL-CDA
INTLAD     END-EVALUATE.
INTLAD     PERFORM 0170-SLIDE-ERROR-MESSAGES.

INTLAD 0393-EXIT.
INTLAD     EXIT.

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
CALERT*    NOT ALREADY TAKEN BY AN EDIT MESSAGE EVERY TIME THE SCREEN *
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
CALERT*    TODAY HOLDS THE UPDATE BACK UNTIL PF5 IS PRESSED.          *
CALERT*---------------------------------------------------------------*
CALERT 0398-CHECK-ALERT-ACK.

CALERT     IF COM-ENTITY-TYPE NOT = 'AM' AND NOT = 'CA' AND NOT = 'LB'
CALERT                    AND NOT = 'BA' AND NOT = 'LD'
CALERT         GO TO 0398-EXIT.

CALERT     MOVE COM-CIM                TO CAL-CASE-IDNTITY.
CALERT     MOVE 'B'                    TO CAL-FUNCTION-CODE.
CALERT     PERFORM 0394-LINK-CASEALRT.

CALERT     IF CAL-RETURN-CODE = '00' AND CAL-ACK-IS-REQUIRED
CALERT         MOVE 'Y'      TO WS-EDIT-SW
CALERT         MOVE 'NA195'  TO WS-HOLD-MESSAGE
CALERT         PERFORM 0170-SLIDE-ERROR-MESSAGES.

CALERT 0398-EXIT.
CALERT     EXIT.

CALERT*---------------------------------------------------------------*
CALERT*    0399-ACKNOWLEDGE-CASE-ALERT IS PF5 ON NA340M1.  CASEALRT   *
CALERT*    LOGS THE ACKNOWLEDGEMENT TO AUDIT_COMM (CODE 'AK') AND THE *
CALERT*    NEXT ENTER LETS THE UPDATE THROUGH.                        *
CALERT*---------------------------------------------------------------*
CALERT 0399-ACKNOWLEDGE-CASE-ALERT.

CALERT     MOVE COM-CIM                TO CAL-CASE-IDNTITY.
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

CALERT     GO TO 0200-SEND-NA340M1-MAP.

SBCGEN*---------------------------------------------------------------*
SBCGEN*    0392-CHECK-SBC-DESIGN HAS SBCGEN COMPARE THE CASE'S PLAN   *
SBCGEN*    DESIGN WITH THE LATEST SBC ISSUED FOR EACH PLAN AND ISSUE  *
SBCGEN*    A NEW VERSION FOR ANY PLAN THAT CHANGED.  THE SBC NEVER    *
SBCGEN*    HOLDS UP THE SAVE - A FAILURE IS PICKED UP AT RENEWAL.     *
SBCGEN*---------------------------------------------------------------*
SBCGEN 0392-CHECK-SBC-DESIGN.

SBCGEN     MOVE SPACES                 TO WS-SBC-COMM-AREA.
SBCGEN     MOVE 'C'                    TO SB-FUNCTION-CODE.
SBCGEN     MOVE COM-CIM                TO SB-CASE-IDNTITY.
SBCGEN     MOVE ZERO                   TO SB-VERSION-NUM.
SBCGEN     MOVE 'D'                    TO SB-ISSUE-REASON.
SBCGEN     MOVE WS-DEMO-LOGONID        TO SB-OPERATOR-LOGON.
SBCGEN     MOVE 'NA340'                TO SB-SOURCE-PROGRAM.

SBCGEN     EXEC CICS LINK PROGRAM  ('SBCGEN')
SBCGEN                COMMAREA (WS-SBC-COMM-AREA)
SBCGEN                LENGTH   (LENGTH OF WS-SBC-COMM-AREA)
SBCGEN                RESP     (WS-CICS-RESP)
SBCGEN                END-EXEC.

SBCGEN 0392-EXIT.
SBCGEN     EXIT.

RTNMAL*---------------------------------------------------------------*
RTNMAL*    0391-SAVE-PRIOR-ADDRESS KEEPS THE ADDRESS AS IT STOOD      *
RTNMAL*    BEFORE THE CHANGE IS MOVED IN.  ONCE THE CHANGE IS POSTED  *
RTNMAL*    0391-CLEAR-RETURNED-MAIL COMPARES THE TWO - IF THE ADDRESS *
RTNMAL*    WAS CORRECTED, RTNMAIL CLEARS ANY OPEN RETURNED-MAIL ROWS  *
RTNMAL*    FOR THE IDENTITY AND COMPLETES ITS MAILDESK DIARY, SO      *
RTNMAL*    PAPER MAIL RESUMES.  A CHANGE THAT LEAVES THE ADDRESS      *
RTNMAL*    ALONE (NAME, PHONE) DOES NOT CLEAR THE FLAG, AND THE SAVE  *
RTNMAL*    NEVER WAITS ON RTNMAIL.                                    *
RTNMAL*---------------------------------------------------------------*
RTNMAL 0391-SAVE-PRIOR-ADDRESS.

RTNMAL     MOVE ADDRESS1               TO WS-RTM-ADDRESS1.
RTNMAL     MOVE ADDRESS2               TO WS-RTM-ADDRESS2.
RTNMAL     MOVE CITY                   TO WS-RTM-CITY.
RTNMAL     MOVE STATE                  TO WS-RTM-STATE.
RTNMAL     MOVE ZIP                    TO WS-RTM-ZIP.
RTNMAL     MOVE POSTAL-CODE            TO WS-RTM-POSTAL-CODE.
RTNMAL     MOVE COUNTRY-CODE           TO WS-RTM-COUNTRY-CODE.

RTNMAL 0391-CLEAR-RETURNED-MAIL.

RTNMAL     IF  ADDRESS1     = WS-RTM-ADDRESS1
RTNMAL     AND ADDRESS2     = WS-RTM-ADDRESS2
RTNMAL     AND CITY         = WS-RTM-CITY
RTNMAL     AND STATE        = WS-RTM-STATE
RTNMAL     AND ZIP          = WS-RTM-ZIP
RTNMAL     AND POSTAL-CODE  = WS-RTM-POSTAL-CODE
RTNMAL     AND COUNTRY-CODE = WS-RTM-COUNTRY-CODE
RTNMAL         GO TO 0391-EXIT.

RTNMAL     MOVE SPACES                 TO WS-RTNMAIL-COMM-AREA.
RTNMAL     MOVE 'C'                    TO RM-FUNCTION-CODE.
RTNMAL     MOVE IDNTITY                TO RM-IDNTITY.
RTNMAL     MOVE WS-DEMO-LOGONID        TO RM-OPERATOR-LOGON.

RTNMAL     EXEC CICS LINK PROGRAM  ('RTNMAIL')
RTNMAL                COMMAREA (WS-RTNMAIL-COMM-AREA)
RTNMAL                LENGTH   (LENGTH OF WS-RTNMAIL-COMM-AREA)
RTNMAL                RESP     (WS-CICS-RESP)
RTNMAL                END-EXEC.

RTNMAL 0391-EXIT.
RTNMAL     EXIT.

       0390-CHECK-ERROR-MESSAGES.                                       00570500
           DISPLAY '0390-CHECK-ERROR-MESSAGES PARA'                     00570600
           IF COMM-MSG-ID (ACTION-SUB) NOT = SPACES AND                 00570700
