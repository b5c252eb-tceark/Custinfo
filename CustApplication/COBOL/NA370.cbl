       IDENTIFICATION DIVISION.
       PROGRAM-ID. NA370.
       DATE-WRITTEN. 10/15/26.
      *REMARKS. NA370 IS THE BUSINESS CALENDAR MAINTENANCE SCREEN.
      *         IT LISTS THE BANK HOLIDAYS, COMPANY HOLIDAYS AND STATE
      *         OBSERVANCES ON BUSINESS_CALENDAR AND LETS THEM BE
      *         ADDED, CHANGED AND DELETED THROUGH BUSDATE.
      *
      *------------------------PROGRAM PURPOSE-------------------------*
      *                                                                *
      *  PROGRAM TITLE: NA370                                          *
      *                                                                *
      *  THE HEADER TAKES A START DATE (BLANK IS TODAY) AND A STATE    *
      *  (BLANK IS EVERY STATE).  TWELVE ROWS ARE SHOWN FROM THE       *
      *  START DATE.  AN 'A' ON A BLANK LINE ADDS THE ROW KEYED ON     *
      *  IT; A 'C' ON A ROW CHANGES ITS NAME AND ITS BANK AND OFFICE   *
      *  CLOSED FLAGS; A 'D' DELETES IT.  ENTER APPLIES THE ACTIONS    *
      *  TOP TO BOTTOM, STOPPING AT THE FIRST ONE BUSDATE REFUSES,     *
      *  AND RE-SHOWS THE PAGE.  A CHANGED HEADER RE-LISTS FROM THE    *
      *  NEW START DATE.  PF8 PAGES FORWARD, PF5 REFRESHES, PF3 OR     *
      *  CLEAR ENDS THE TRANSACTION.                                   *
      *                                                                *
      *------------------------PROGRAM CHANGES-------------------------*
      *                                                                *
      *  DATE      BY     CHANGE DESCRIPTION                   RSA/SIR *
      * --------  ----   -----------------------------------   ------- *
      *****LAST CHANGE**************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-CICS-RESP                 PIC S9(8) COMP.
           05  WS-LINE-SUB                  PIC S9(4) COMP VALUE +0.
           05  WS-ERROR-SUB                 PIC S9(4) COMP VALUE +0.
           05  WS-CURSOR-SUB                PIC S9(4) COMP VALUE +1.
           05  WS-APPLIED                   PIC S9(4) COMP VALUE +0.
           05  WS-ACTION                    PIC X(1)  VALUE SPACE.
           05  WS-HEADER-SW                 PIC X(1)  VALUE 'N'.
           05  WS-LIST-DATE                 PIC X(10) VALUE SPACES.
           05  WS-LIST-STATE                PIC X(2)  VALUE SPACES.
           05  WS-EDIT-LINE                 PIC Z9    VALUE ZERO.
           05  WS-EDIT-APPLIED              PIC Z9    VALUE ZERO.
           05  WS-ERROR-TEXT                PIC X(70) VALUE SPACES.
           05  WS-MESSAGE                   PIC X(79) VALUE SPACES.

       01  WS-N7-COMM-AREA.
           COPY NA370C.

       01  WS-BD-COMM-AREA.
           COPY BUSDATEC.

           COPY CICSWS.
           COPY ATTRB.
           COPY NA370M1.
           COPY DFHAID.

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X.

      ******************************************************************

       PROCEDURE DIVISION.

       0010-BEGIN-PROGRAM.

           EXEC CICS HANDLE CONDITION ERROR(9999-CICS-ERROR)
                                      END-EXEC.

           MOVE SPACES TO WS-MESSAGE.

           IF  EIBCALEN = ZERO
               GO TO 0100-FIRST-TIME.

           MOVE DFHCOMMAREA (1:EIBCALEN) TO WS-N7-COMM-AREA.

           IF  EIBAID = DFHPF3
               GO TO 0150-END-THE-TASK
           ELSE
           IF  EIBAID = DFHCLEAR
               GO TO 0150-END-THE-TASK
           ELSE
           IF  EIBAID = DFHPF5
               GO TO 0220-REFRESH-THE-PAGE
           ELSE
           IF  EIBAID = DFHPF8
               GO TO 0250-NEXT-PAGE
           ELSE
           IF  EIBAID = DFHENTER
               GO TO 0300-APPLY-THE-ACTIONS
           ELSE
               GO TO 0400-WRONG-KEY-HIT.

      *---------------------------------------------------------------*
      *    THE LOGON ID IS KEPT FOR THE ADDED AND REVISED LOGON OF    *
      *    EVERY ROW MAINTAINED IN THE CONVERSATION.                  *
      *---------------------------------------------------------------*
       0100-FIRST-TIME.

           MOVE SPACES TO N7-CALENDAR-COMM-AREA.

           EXEC CICS ASSIGN
               USERID (N7-OPERATOR-LOGON)
           END-EXEC.

           GO TO 0200-LIST-FROM-THE-START.

       0150-END-THE-TASK.

           EXEC CICS SEND CONTROL
                          ERASE
                          FREEKB
                          END-EXEC.

           EXEC CICS RETURN
                     END-EXEC.

       0200-LIST-FROM-THE-START.

           MOVE 'Y'             TO WS-HEADER-SW.
           MOVE N7-START-DATE   TO WS-LIST-DATE.
           MOVE N7-STATE-CODE   TO WS-LIST-STATE.

       0210-LIST-FROM-A-DATE.

           MOVE SPACES          TO BD-CALENDAR-COMM-AREA.
           MOVE 'L'             TO BD-FUNCTION-CODE.
           MOVE 'N'             TO BD-LIST-AFTER-SW.
           MOVE WS-LIST-DATE    TO BD-DATE-IN.
           MOVE WS-LIST-STATE   TO BD-STATE-CODE.
           MOVE ZERO            TO BD-DAY-COUNT BD-LOAD-YEAR
                                   BD-ROWS-LOADED BD-LIST-COUNT.

           EXEC CICS LINK
               PROGRAM  ('BUSDATE')
               COMMAREA (WS-BD-COMM-AREA)
               LENGTH   (LENGTH OF WS-BD-COMM-AREA)
               RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9999-CICS-ERROR.

           IF BD-RETURN-CODE = '00' OR '02'
               GO TO 0215-LIST-IS-BACK.

           IF BD-RETURN-CODE = '04'
               MOVE 'INVALID START DATE - KEY CCYY-MM-DD OR LEAVE BLANK'
                                       TO WS-MESSAGE
           ELSE
           IF BD-RETURN-CODE = '08'
               MOVE 'NOT AUTHORIZED FOR THE BUSINESS CALENDAR'
                                       TO WS-MESSAGE
           ELSE
               MOVE 'THE CALENDAR IS NOT AVAILABLE - TRY PF5'
                                       TO WS-MESSAGE.

      *    THE FIRST SCREEN IS SENT WHATEVER HAPPENED; AFTER THAT A
      *    FAILED LIST LEAVES THE PAGE ALREADY SHOWN IN PLACE.
           IF EIBCALEN = ZERO
               MOVE ZERO TO BD-LIST-COUNT
               GO TO 0260-SHOW-THE-LIST.

           GO TO 0410-SEND-THE-MESSAGE.

       0215-LIST-IS-BACK.

           IF WS-HEADER-SW = 'Y'
               MOVE WS-LIST-DATE  TO N7-START-DATE
               MOVE WS-LIST-STATE TO N7-STATE-CODE.

           IF BD-RETURN-CODE = '02' AND WS-MESSAGE = SPACES
               MOVE 'NO CALENDAR ROWS FROM THIS DATE - ONE MAY BE ADDED'
                                       TO WS-MESSAGE.

           GO TO 0260-SHOW-THE-LIST.

       0220-REFRESH-THE-PAGE.

           MOVE N7-PAGE-DATE    TO WS-LIST-DATE.
           MOVE N7-STATE-CODE   TO WS-LIST-STATE.
           GO TO 0210-LIST-FROM-A-DATE.

       0250-NEXT-PAGE.

           IF N7-LAST-DATE = SPACES
               MOVE 'NO MORE CALENDAR ROWS' TO WS-MESSAGE
               GO TO 0410-SEND-THE-MESSAGE.

           MOVE SPACES          TO BD-CALENDAR-COMM-AREA.
           MOVE 'L'             TO BD-FUNCTION-CODE.
           MOVE 'Y'             TO BD-LIST-AFTER-SW.
           MOVE N7-STATE-CODE   TO BD-STATE-CODE.
           MOVE N7-LAST-DATE    TO BD-HOL-DATE.
           MOVE N7-LAST-STATE   TO BD-HOL-STATE.
           MOVE N7-LAST-TYPE    TO BD-HOL-TYPE.
           MOVE ZERO            TO BD-DAY-COUNT BD-LOAD-YEAR
                                   BD-ROWS-LOADED BD-LIST-COUNT.

           EXEC CICS LINK
               PROGRAM  ('BUSDATE')
               COMMAREA (WS-BD-COMM-AREA)
               LENGTH   (LENGTH OF WS-BD-COMM-AREA)
               RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9999-CICS-ERROR.

           IF BD-RETURN-CODE = '02'
               MOVE 'NO MORE CALENDAR ROWS' TO WS-MESSAGE
               GO TO 0410-SEND-THE-MESSAGE.

           IF BD-RETURN-CODE NOT = '00'
               MOVE 'THE CALENDAR IS NOT AVAILABLE - TRY PF5'
                                       TO WS-MESSAGE
               GO TO 0410-SEND-THE-MESSAGE.

       0260-SHOW-THE-LIST.

           MOVE LOW-VALUES      TO NA370M1O.
           MOVE N7-START-DATE   TO MAP-FROM-DATEO.
           MOVE N7-STATE-CODE   TO MAP-STATEO.
           MOVE SPACES          TO N7-LAST-KEY.

           IF BD-LIST-COUNT > ZERO
               MOVE BD-LST-DATE (1) TO N7-PAGE-DATE
           ELSE
               MOVE N7-START-DATE   TO N7-PAGE-DATE.

           PERFORM 0270-MOVE-ONE-ROW
               VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 12.

           IF WS-MESSAGE = SPACES
               MOVE 'A=ADD C=CHANGE D=DELETE  ENTER=APPLY  PF5=REFRESH P
      -             'F8=NEXT  PF3=END'  TO WS-MESSAGE.

           MOVE 'S'             TO N7-ENTRY-STATE.
           MOVE WS-MESSAGE      TO MAP-MESSAGEO.
           MOVE -1              TO MAP-ACTL (1).

           EXEC CICS SEND MAP    ('NA370M1')
                          CURSOR
                          ERASE
                          RESP (WS-CICS-RESP)
                          END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

           GO TO 0500-RETURN-TO-NA370.

      *---------------------------------------------------------------*
      *    A ROW ON FILE HAS ITS KEY PROTECTED AND ITS NAME AND FLAGS *
      *    SENT WITH THE MODIFIED TAG SET, SO ALL THREE COME BACK ON  *
      *    A CHANGE WHETHER OR NOT THEY WERE OVERTYPED.               *
      *---------------------------------------------------------------*
       0270-MOVE-ONE-ROW.

           IF WS-LINE-SUB > BD-LIST-COUNT
               MOVE SPACES TO N7-LINE-KEY (WS-LINE-SUB)
           ELSE
               MOVE BD-LST-DATE (WS-LINE-SUB)
                                   TO MAP-DATEO (WS-LINE-SUB)
                                      N7-LINE-DATE (WS-LINE-SUB)
                                      N7-LAST-DATE
               MOVE BD-LST-STATE (WS-LINE-SUB)
                                   TO MAP-STO (WS-LINE-SUB)
                                      N7-LINE-STATE (WS-LINE-SUB)
                                      N7-LAST-STATE
               MOVE BD-LST-TYPE (WS-LINE-SUB)
                                   TO MAP-TYPEO (WS-LINE-SUB)
                                      N7-LINE-TYPE (WS-LINE-SUB)
                                      N7-LAST-TYPE
               MOVE BD-LST-BANK-CLOSED (WS-LINE-SUB)
                                   TO MAP-BANKO (WS-LINE-SUB)
               MOVE BD-LST-OFFICE-CLOSED (WS-LINE-SUB)
                                   TO MAP-OFFICEO (WS-LINE-SUB)
               MOVE BD-LST-NAME (WS-LINE-SUB)
                                   TO MAP-NAMEO (WS-LINE-SUB)
               MOVE ATTRB-PROT-ASKIP   TO MAP-DATEA (WS-LINE-SUB)
                                          MAP-STA (WS-LINE-SUB)
                                          MAP-TYPEA (WS-LINE-SUB)
               MOVE ATTRB-UNPROT-FSET  TO MAP-BANKA (WS-LINE-SUB)
                                          MAP-OFFICEA (WS-LINE-SUB)
                                          MAP-NAMEA (WS-LINE-SUB).

      *---------------------------------------------------------------*
      *    A CHANGED HEADER IS TAKEN AFTER THE LINE ACTIONS, SO THE   *
      *    NEW LIST SHOWS WHAT WAS JUST APPLIED WHEN IT FALLS IN THE  *
      *    NEW RANGE.                                                 *
      *---------------------------------------------------------------*
       0300-APPLY-THE-ACTIONS.

           MOVE LOW-VALUES TO NA370M1I.
           EXEC CICS RECEIVE MAP    ('NA370M1')
                             RESP   (WS-CICS-RESP)
                             END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) AND
                WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
                GO TO 9999-CICS-ERROR.

           MOVE ZERO TO WS-APPLIED WS-ERROR-SUB.
           PERFORM 0310-APPLY-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 12
                      OR WS-ERROR-SUB NOT = ZERO.

           IF WS-ERROR-SUB NOT = ZERO
               MOVE WS-ERROR-SUB  TO WS-EDIT-LINE WS-CURSOR-SUB
               STRING 'LINE '       DELIMITED BY SIZE
                      WS-EDIT-LINE  DELIMITED BY SIZE
                      ': '          DELIMITED BY SIZE
                      WS-ERROR-TEXT DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               GO TO 0410-SEND-THE-MESSAGE.

           IF WS-APPLIED > ZERO
               MOVE WS-APPLIED TO WS-EDIT-APPLIED
               STRING WS-EDIT-APPLIED    DELIMITED BY SIZE
                      ' CALENDAR CHANGE(S) APPLIED'
                                         DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING.

           IF MAP-FROM-DATEL > ZERO OR MAP-STATEL > ZERO
               MOVE 'Y'            TO WS-HEADER-SW
               MOVE N7-START-DATE  TO WS-LIST-DATE
               MOVE N7-STATE-CODE  TO WS-LIST-STATE
               IF MAP-FROM-DATEL > ZERO
                   MOVE MAP-FROM-DATEI TO WS-LIST-DATE
               END-IF
               IF MAP-STATEL > ZERO
                   MOVE MAP-STATEI     TO WS-LIST-STATE
               END-IF
               GO TO 0210-LIST-FROM-A-DATE.

           GO TO 0220-REFRESH-THE-PAGE.

       0310-APPLY-ONE-LINE.

           MOVE SPACE TO WS-ACTION.
           IF MAP-ACTL (WS-LINE-SUB) > ZERO
               MOVE MAP-ACTI (WS-LINE-SUB) TO WS-ACTION.

           IF WS-ACTION NOT = SPACE AND NOT = LOW-VALUE
               PERFORM 0320-APPLY-ONE-ACTION.

      *---------------------------------------------------------------*
      *    AN ADD TAKES ITS KEY FROM THE SCREEN AND NEEDS A BLANK     *
      *    LINE; A CHANGE OR DELETE TAKES THE KEY OF THE ROW SHOWN.   *
      *    A FIELD CLEARED TO NOTHING GOES TO BUSDATE AS SPACES AND   *
      *    IS REFUSED THERE.                                          *
      *---------------------------------------------------------------*
       0320-APPLY-ONE-ACTION.

           MOVE SPACES            TO WS-ERROR-TEXT.
           MOVE SPACES            TO BD-CALENDAR-COMM-AREA.
           MOVE 'M'               TO BD-FUNCTION-CODE.
           MOVE WS-ACTION         TO BD-MAINT-ACTION.
           MOVE N7-OPERATOR-LOGON TO BD-OPERATOR-LOGON.
           MOVE ZERO              TO BD-DAY-COUNT BD-LOAD-YEAR
                                     BD-ROWS-LOADED BD-LIST-COUNT.

           IF WS-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
               MOVE 'INVALID ACTION - USE A, C OR D' TO WS-ERROR-TEXT
           ELSE
           IF WS-ACTION = 'A'
               IF N7-LINE-DATE (WS-LINE-SUB) NOT = SPACES
                   MOVE 'ADD ON A BLANK LINE' TO WS-ERROR-TEXT
               ELSE
                   IF MAP-DATEL (WS-LINE-SUB) > ZERO
                       MOVE MAP-DATEI (WS-LINE-SUB) TO BD-HOL-DATE
                   END-IF
                   IF MAP-STL (WS-LINE-SUB) > ZERO
                       MOVE MAP-STI (WS-LINE-SUB)   TO BD-HOL-STATE
                   END-IF
                   IF MAP-TYPEL (WS-LINE-SUB) > ZERO
                       MOVE MAP-TYPEI (WS-LINE-SUB) TO BD-HOL-TYPE
                   END-IF
               END-IF
           ELSE
           IF N7-LINE-DATE (WS-LINE-SUB) = SPACES
               MOVE 'NO CALENDAR ROW ON THIS LINE' TO WS-ERROR-TEXT
           ELSE
               MOVE N7-LINE-DATE (WS-LINE-SUB)  TO BD-HOL-DATE
               MOVE N7-LINE-STATE (WS-LINE-SUB) TO BD-HOL-STATE
               MOVE N7-LINE-TYPE (WS-LINE-SUB)  TO BD-HOL-TYPE.

           IF WS-ERROR-TEXT = SPACES
               IF MAP-BANKL (WS-LINE-SUB) > ZERO
                   MOVE MAP-BANKI (WS-LINE-SUB)   TO BD-HOL-BANK-CLOSED
               END-IF
               IF MAP-OFFICEL (WS-LINE-SUB) > ZERO
                   MOVE MAP-OFFICEI (WS-LINE-SUB)
                                              TO BD-HOL-OFFICE-CLOSED
               END-IF
               IF MAP-NAMEL (WS-LINE-SUB) > ZERO
                   MOVE MAP-NAMEI (WS-LINE-SUB)   TO BD-HOL-NAME
               END-IF
               PERFORM 0330-LINK-TO-BUSDATE.

           IF WS-ERROR-TEXT NOT = SPACES
               MOVE WS-LINE-SUB TO WS-ERROR-SUB.

       0330-LINK-TO-BUSDATE.

           EXEC CICS LINK
               PROGRAM  ('BUSDATE')
               COMMAREA (WS-BD-COMM-AREA)
               LENGTH   (LENGTH OF WS-BD-COMM-AREA)
               RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9999-CICS-ERROR.

           IF BD-RETURN-CODE = '00'
               ADD 1 TO WS-APPLIED
           ELSE
           IF BD-RETURN-CODE = '03' AND WS-ACTION = 'A'
               MOVE 'THAT DATE, STATE AND TYPE IS ALREADY ON FILE'
                                       TO WS-ERROR-TEXT
           ELSE
           IF BD-RETURN-CODE = '03'
               MOVE 'ROW IS NO LONGER ON FILE - PRESS PF5'
                                       TO WS-ERROR-TEXT
           ELSE
           IF BD-RETURN-CODE = '04'
               MOVE 'CHECK DATE, STATE, TYPE B/C/S, Y/N FLAGS AND NAME'
                                       TO WS-ERROR-TEXT
           ELSE
           IF BD-RETURN-CODE = '08'
               MOVE 'NOT AUTHORIZED TO MAINTAIN THE CALENDAR'
                                       TO WS-ERROR-TEXT
           ELSE
               STRING 'CALENDAR UPDATE FAILED - RETURN CODE '
                                       DELIMITED BY SIZE
                      BD-RETURN-CODE   DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               END-STRING.

       0400-WRONG-KEY-HIT.

           MOVE 'INVALID KEY - ENTER, PF3, PF5 OR PF8' TO WS-MESSAGE.

      *---------------------------------------------------------------*
      *    ONLY THE MESSAGE LINE IS SENT SO THE PAGE AND ANYTHING     *
      *    KEYED ON IT STAY ON THE SCREEN TO BE CORRECTED.            *
      *---------------------------------------------------------------*
       0410-SEND-THE-MESSAGE.

           MOVE LOW-VALUES      TO NA370M1O.
           MOVE WS-MESSAGE      TO MAP-MESSAGEO.
           MOVE -1              TO MAP-ACTL (WS-CURSOR-SUB).

           EXEC CICS SEND MAP    ('NA370M1')
                          CURSOR
                          DATAONLY
                          RESP (WS-CICS-RESP)
                          END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

       0500-RETURN-TO-NA370.

           EXEC CICS RETURN TRANSID ('NA37')
                            COMMAREA (WS-N7-COMM-AREA)
                            LENGTH   (LENGTH OF WS-N7-COMM-AREA)
                            END-EXEC.

           COPY CICSERR.
