      *                                                                *
      *  DATE      BY     CHANGE DESCRIPTION                   RSA/SIR *
      * --------  ----   -----------------------------------   ------- *
      * 10/15/26  TGW    LOG SSN/DOB DISPLAYS (SENSLOG)          N/A   *
      *****LAST CHANGE**************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
cobolu     COPY IOAREA2K.

R03749     COPY EDITCOMM.
       01  WS-SNL-COMM-AREA.
           COPY SENSLOGC.
       01  WS-SNL-ENTITY-TYPE          PIC X(02)  VALUE SPACES.
       01  WS-WORK-AREA.
Y2KIMR     05  WS-NA320C                    PIC X(6)  VALUE 'NA320C'.
Y2KIMR* IMRGLOBAL CHANGE DATE ROUTINE W/S REFERENCES BEGIN
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

           IF WS-RECORD-NOTFND NOT = 'Y'
               MOVE IDNTITY             TO SL-RECORD-KEY
               MOVE LAST-NAME           TO SL-SUBJECT-LAST-NAME
               MOVE FIRST-NAME          TO SL-SUBJECT-FIRST-NAME
               MOVE ENTITY-TYPE         TO WS-SNL-ENTITY-TYPE
               PERFORM 0388-LOG-SENSITIVE-VIEW THRU 0388-EXIT.

           EXEC CICS RETURN TRANSID ('NAI1')
                            END-EXEC.


           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

           IF COM-CIM NOT = SPACES AND COM-CIM NOT = LOW-VALUES
               MOVE COM-CIM             TO SL-RECORD-KEY
               MOVE COM-LAST-NAME       TO SL-SUBJECT-LAST-NAME
               MOVE COM-FIRST-NAME      TO SL-SUBJECT-FIRST-NAME
               MOVE COM-ENTITY-TYPE     TO WS-SNL-ENTITY-TYPE
               PERFORM 0388-LOG-SENSITIVE-VIEW THRU 0388-EXIT.
MB1        MOVE '00'              TO COMM-NEXT-FUNCTION.
           EXEC CICS RETURN TRANSID ('NAI1')
                            END-EXEC.
               VARYING ACTION-SUB FROM 1 BY 1
                   UNTIL ACTION-SUB > 4.

      *---------------------------------------------------------------*
      *    EVERY SEND OF A RECORD PUTS ITS SSN - AND ITS DATE OF      *
      *    BIRTH UNLESS THE ENTITY HIDES IT - IN FRONT OF THE         *
      *    OPERATOR, SO SENSLOG LOGS WHO SAW WHICH RECORD AND WHEN.   *
      *    A FAILED LOG WRITE NEVER HOLDS UP THE INQUIRY.             *
      *---------------------------------------------------------------*
       0388-LOG-SENSITIVE-VIEW.

           MOVE 'L'                    TO SL-FUNCTION-CODE.
           MOVE 'NA320A  '             TO SL-PROGRAM-ID.
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
