      *                                                                 00003000
       01  AUDIT-COMM-AREA.                                             00003010
           COPY AUDCOMM.                                                00003020

       01  WS-CAL-COMM-AREA.
           COPY CASEALRC.
       01  WS-CAL-LINE-SUB             PIC S9(4)  COMP  VALUE +0.

       01  WS-INTLADR-COMM-AREA.
           COPY INTLADRC.
           COPY STATECON.                                               00003020
                                                                        00003030
       01  WS-WORK-AREA.                                                00003040
                PERFORM 0160-SLIDE-ERROR-MESSAGES                       00019880
             END-IF                                                     00019890
           END-IF.                                                      00019900

           IF COM-ZIP = '00100'
               PERFORM 0378-INTL-ADDRESS-EDIT THRU 0378-EXIT.
                                                                        00019910
      *---------------------------------------------------------------* 00019920
      * EDIT STATE CODE FOR VALIDITY                                  * 00019930
           ELSE                                                         00024120
               MOVE -1 TO MAP-SYSTEM-CDL.                               00024130
                                                                        00024140
           IF COM-IDNTITY NOT = SPACES AND NOT = LOW-VALUES
               MOVE COM-IDNTITY         TO CAL-CASE-IDNTITY
               PERFORM 0376-SHOW-CASE-ALERT THRU 0376-EXIT.

           EXEC CICS SEND MAP    ('NA330M1')                            00024150
                          CURSOR                                        00024160
                          ERASE                                         00024170
               VARYING ACTION-SUB FROM 1 BY 1                           00042490
                   UNTIL ACTION-SUB > 4.                                00042500
                                                                        00042510
      *---------------------------------------------------------------*
      *    ONCE THE ADD HAS GIVEN THE SCREEN AN IDENTITY, PUT THAT    *
      *    CASE'S HIGHEST-SEVERITY ACTIVE ALERT, AS CASEALRT FORMATS  *
      *    IT, ON THE MESSAGE LINES NOT ALREADY TAKEN BY AN EDIT      *
      *    MESSAGE.  AN AGENT OR BROKER IDENTITY SIMPLY COMES BACK    *
      *    WITH NO ALERT.                                             *
      *---------------------------------------------------------------*
       0376-SHOW-CASE-ALERT.

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
               GO TO 0376-EXIT.

           MOVE 1                      TO WS-CAL-LINE-SUB.
           PERFORM 0377-PLACE-BANNER-LINE
               VARYING ACTION-SUB FROM 1 BY 1
                   UNTIL ACTION-SUB > 4.

       0376-EXIT.
           EXIT.

       0377-PLACE-BANNER-LINE.

           IF WS-CAL-LINE-SUB < 3
               AND (COMM-MSG-ID (ACTION-SUB) = SPACES OR LOW-VALUES)
               MOVE CAL-BANNER-LINE (WS-CAL-LINE-SUB)
                                       TO MAP-ERROR-MSGO (ACTION-SUB)
               ADD 1                   TO WS-CAL-LINE-SUB.

      *---------------------------------------------------------------*
      *    A FOREIGN ADDRESS NEVER GOES TO FINALIST/CASS.  INTLADR    *
      *    EDITS IT AGAINST THE COUNTRY'S POSTAL CODE PATTERN AND     *
      *    THE ADDRESS LINES THAT COUNTRY REQUIRES.  A MISSING OR     *
      *    UNKNOWN COUNTRY IS ALREADY CAUGHT BY CM427/CM428.          *
      *---------------------------------------------------------------*
       0378-INTL-ADDRESS-EDIT.

           MOVE SPACES                 TO WS-INTLADR-COMM-AREA.
           MOVE 'E'                    TO IA-FUNCTION-CODE.
           MOVE COM-COUNTRY-CODE       TO IA-COUNTRY-CODE.
           MOVE COM-POSTAL-CODE        TO IA-POSTAL-CODE.
           MOVE COM-ADDRESS1           TO IA-ADDRESS1.
           MOVE COM-CITY               TO IA-CITY.
           MOVE COM-STATE              TO IA-STATE.

           EXEC CICS LINK PROGRAM  ('INTLADR')
                      COMMAREA (WS-INTLADR-COMM-AREA)
                      LENGTH   (LENGTH OF WS-INTLADR-COMM-AREA)
                      RESP     (WS-CICS-RESP)
                      END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 0378-EXIT.

           EVALUATE IA-RETURN-CODE
               WHEN '05'
                   MOVE 'NA199'  TO WS-HOLD-MESSAGE
               WHEN '06'
                   MOVE 'NA201'  TO WS-HOLD-MESSAGE
               WHEN OTHER
                   GO TO 0378-EXIT
           END-EVALUATE.

           MOVE 'Y'                    TO WS-EDIT-SW.
           EVALUATE IA-ERROR-FIELD
               WHEN 'A'
                   MOVE -1       TO MAP-ADDRESS1L
                   MOVE DFHBMBRY TO MAP-ADDRESS1A
               WHEN 'C'
                   MOVE -1       TO MAP-CITYL
                   MOVE DFHBMBRY TO MAP-CITYA
               WHEN 'S'
                   MOVE -1       TO MAP-STATEL
                   MOVE DFHBMBRY TO MAP-STATEA
               WHEN OTHER
                   MOVE -1       TO MAP-POSTAL-CDL
                   MOVE DFHBMBRY TO MAP-POSTAL-CDA
           END-EVALUATE.
           PERFORM 0160-SLIDE-ERROR-MESSAGES.

       0378-EXIT.
           EXIT.

       0380-CHECK-ERROR-MESSAGES.                                       00042520
                                                                        00042530
           IF COMM-MSG-ID (ACTION-SUB) NOT = SPACES AND                 00042540
