       IDENTIFICATION DIVISION.
       PROGRAM-ID. NA360.
       DATE-WRITTEN. 10/15/26.
      *REMARKS. NA360 IS THE CASE 360 SUMMARY INQUIRY.  IT IS REACHED
      *         FROM NA320 (PF5) FOR THE CASE ON DISPLAY AND SHOWS ONE
      *         READ-ONLY LINE FOR EACH AREA A REP USED TO VISIT A
      *         SEPARATE TRANSACTION FOR.
      *
      *------------------------PROGRAM PURPOSE-------------------------*
      *                                                                *
      *  PROGRAM TITLE: NA360                                          *
      *                                                                *
      *  THE SUMMARY ITSELF IS BUILT BY CASE360: STATUS AND ITS        *
      *  MEANING, BALANCES AND AGING, LAST PAYMENT, LAST BILL, OPEN    *
      *  SUSPENSE, DISPUTES, ARRANGEMENTS AND DIARIES, BROKER,         *
      *  DELIVERY PREFERENCE, RECENT AUDIT_COMM CHANGES AND THE CASE   *
      *  ALERT.  EACH LINE CARRIES THE PROGRAM THAT OWNS IT.  A LINE   *
      *  SELECTED WITH ANY CHARACTER AND ENTER STARTS THE OWNING       *
      *  PROGRAM'S TRANSACTION, TAKEN FROM THE PROGRAM_RULES 'JUMP     *
      *  TRANSID' ROW FOR THAT PROGRAM, WITH THE CASE AS ITS START     *
      *  DATA.  PF3 OR CLEAR GOES BACK TO NA320, PF5 REFRESHES.        *
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
           05  WS-SELECTED-SUB              PIC S9(4) COMP VALUE +0.
           05  WS-JUMP-PROGRAM              PIC X(8)  VALUE SPACES.
           05  WS-JUMP-TRANSID              PIC X(4)  VALUE SPACES.
           05  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.
           05  WS-MESSAGE                   PIC X(79) VALUE SPACES.

       01  WS-C3-COMM-AREA.
           COPY CASE360C.

           COPY CICSWS.
           COPY ATTRB.
           COPY NA360M1.
           COPY DFHAID.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY NA360C.

      ******************************************************************

       PROCEDURE DIVISION.

       0010-BEGIN-PROGRAM.

           EXEC CICS HANDLE CONDITION ERROR(9999-CICS-ERROR)
                                      END-EXEC.

           MOVE SPACES TO WS-MESSAGE.

           IF  EIBCALEN = ZERO
               GO TO 0100-RETURN-TO-NA320.

           IF  N6-ENTRY-STATE = 'F'
               GO TO 0200-BUILD-THE-SUMMARY
           ELSE
           IF  EIBAID = DFHPF3
               GO TO 0100-RETURN-TO-NA320
           ELSE
           IF  EIBAID = DFHCLEAR
               GO TO 0100-RETURN-TO-NA320
           ELSE
           IF  EIBAID = DFHPF5
               GO TO 0200-BUILD-THE-SUMMARY
           ELSE
           IF  EIBAID = DFHENTER
               GO TO 0300-SELECT-A-LINE
           ELSE
               GO TO 0400-WRONG-KEY-HIT.

      *---------------------------------------------------------------*
      *    NA320 PUT ITS NAQ1 QUEUE BACK TO A FIRST-TIME SEND OF THE  *
      *    SAME IDENTITY BEFORE TRANSFERRING HERE, SO STARTING NAI0   *
      *    RE-DISPLAYS THE CASE THE REP CAME FROM.                    *
      *---------------------------------------------------------------*
       0100-RETURN-TO-NA320.

           EXEC CICS START TRANSID('NAI0')
                           TERMID (EIBTRMID)
                           RESP   (WS-CICS-RESP)
                           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

           EXEC CICS RETURN
                     END-EXEC.

       0200-BUILD-THE-SUMMARY.

           MOVE SPACES               TO C3-SUMMARY-COMM-AREA.
           MOVE N6-CASE-IDNTITY      TO C3-CASE-IDNTITY.
           MOVE N6-CASE-NUM          TO C3-CASE-NUM.
           MOVE N6-OPERATOR-LOGON    TO C3-OPERATOR-LOGON.
           MOVE N6-OPERATOR-INITIALS TO C3-OPERATOR-INITIALS.
           MOVE ZERO                 TO C3-LINE-COUNT.

           EXEC CICS LINK
               PROGRAM  ('CASE360')
               COMMAREA (WS-C3-COMM-AREA)
               LENGTH   (LENGTH OF WS-C3-COMM-AREA)
               RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9999-CICS-ERROR.

           MOVE LOW-VALUES      TO NA360M1O.
           MOVE N6-CASE-IDNTITY TO MAP-IDNTITYO.

           PERFORM 0210-MOVE-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 12.

           IF C3-RETURN-CODE = '02'
               MOVE 'CASE NOT ON FILE' TO WS-MESSAGE
               GO TO 0290-SEND-THE-SUMMARY.

           IF C3-RETURN-CODE = '08'
               MOVE 'NOT AUTHORIZED FOR THIS CASE''S CARRIER OR SITE'
                                       TO WS-MESSAGE
               GO TO 0290-SEND-THE-SUMMARY.

           IF C3-RETURN-CODE = '12' AND WS-MESSAGE = SPACES
               MOVE 'PART OF THE SUMMARY IS NOT AVAILABLE - TRY PF5'
                                       TO WS-MESSAGE.

           MOVE C3-CASE-NUM     TO N6-CASE-NUM  MAP-CASE-NUMO.
           MOVE C3-CASE-NAME    TO MAP-CASE-NAMEO.

           IF WS-MESSAGE = SPACES
               MOVE 'SELECT A LINE AND PRESS ENTER    PF3=NA320  PF5=REF
      -             'RESH'             TO WS-MESSAGE.

       0290-SEND-THE-SUMMARY.

           MOVE 'S'             TO N6-ENTRY-STATE.
           MOVE WS-MESSAGE      TO MAP-MESSAGEO.
           MOVE -1              TO MAP-SELL (1).

           EXEC CICS SEND MAP    ('NA360M1')
                          CURSOR
                          ERASE
                          RESP (WS-CICS-RESP)
                          END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

           GO TO 0500-RETURN-TO-NA360.

       0210-MOVE-ONE-LINE.

           MOVE C3-LINE-TEXT (WS-LINE-SUB)  TO MAP-LINEO (WS-LINE-SUB).
           MOVE C3-LINE-OWNER (WS-LINE-SUB)
                                       TO N6-LINE-OWNER (WS-LINE-SUB).

           IF N6-LINE-OWNER (WS-LINE-SUB) = SPACES
               MOVE ATTRB-PROT-ASKIP TO MAP-SELA (WS-LINE-SUB)
           ELSE
               MOVE '_'              TO MAP-SELO (WS-LINE-SUB).

      *---------------------------------------------------------------*
      *    THE FIRST LINE MARKED IS TAKEN.  NA320'S OWN LINE GOES     *
      *    BACK TO NA320; ANY OTHER OWNER IS LOOKED UP ON             *
      *    PROGRAM_RULES (NA360 / JUMP TRANSID / OWNING PROGRAM) FOR  *
      *    THE TRANSACTION TO START.                                  *
      *---------------------------------------------------------------*
       0300-SELECT-A-LINE.

           MOVE LOW-VALUES TO NA360M1I.
           EXEC CICS RECEIVE MAP    ('NA360M1')
                             RESP   (WS-CICS-RESP)
                             END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) AND
                WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
                GO TO 9999-CICS-ERROR.

           MOVE ZERO TO WS-SELECTED-SUB.
           PERFORM 0310-FIND-THE-SELECTION
               VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 12
                      OR WS-SELECTED-SUB NOT = ZERO.

           IF WS-SELECTED-SUB = ZERO
               MOVE 'NO LINE SELECTED' TO WS-MESSAGE
               GO TO 0410-SEND-THE-MESSAGE.

           MOVE N6-LINE-OWNER (WS-SELECTED-SUB) TO WS-JUMP-PROGRAM.

           IF WS-JUMP-PROGRAM = 'NA320'
               GO TO 0100-RETURN-TO-NA320.

           MOVE WS-JUMP-PROGRAM TO WS-RULE-ENTITY.
           MOVE SPACES          TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'NA360'
                  AND RULE        = 'JUMP TRANSID'
                  AND RULE_ENTITY = :WS-RULE-ENTITY
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO OR PR-RULE-VALUE = SPACES
               STRING 'NO TRANSACTION ON FILE FOR ' DELIMITED BY SIZE
                      WS-JUMP-PROGRAM               DELIMITED BY SPACE
                   INTO WS-MESSAGE
               END-STRING
               GO TO 0410-SEND-THE-MESSAGE.

           MOVE PR-RULE-VALUE (1:4) TO WS-JUMP-TRANSID.
           MOVE N6-CASE-IDNTITY     TO N6-JUMP-IDNTITY.
           MOVE N6-CASE-NUM         TO N6-JUMP-CASE-NUM.
           MOVE 'NA360'             TO N6-JUMP-FROM-PROGRAM.

           EXEC CICS START TRANSID(WS-JUMP-TRANSID)
                           TERMID (EIBTRMID)
                           FROM   (N6-JUMP-KEY)
                           LENGTH (LENGTH OF N6-JUMP-KEY)
                           RESP   (WS-CICS-RESP)
                           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               STRING 'TRANSACTION '   DELIMITED BY SIZE
                      WS-JUMP-TRANSID  DELIMITED BY SIZE
                      ' FOR '          DELIMITED BY SIZE
                      WS-JUMP-PROGRAM  DELIMITED BY SPACE
                      ' COULD NOT BE STARTED' DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               GO TO 0410-SEND-THE-MESSAGE.

           EXEC CICS RETURN
                     END-EXEC.

       0310-FIND-THE-SELECTION.

           IF MAP-SELL (WS-LINE-SUB) > ZERO
           AND MAP-SELI (WS-LINE-SUB) NOT = SPACE
           AND MAP-SELI (WS-LINE-SUB) NOT = '_'
           AND MAP-SELI (WS-LINE-SUB) NOT = LOW-VALUE
           AND N6-LINE-OWNER (WS-LINE-SUB) NOT = SPACES
               MOVE WS-LINE-SUB TO WS-SELECTED-SUB.

       0400-WRONG-KEY-HIT.

           MOVE 'INVALID KEY - ENTER, PF3 OR PF5' TO WS-MESSAGE.

      *---------------------------------------------------------------*
      *    ONLY THE MESSAGE LINE IS SENT SO THE SUMMARY ALREADY ON    *
      *    THE SCREEN STAYS AS IT IS.                                 *
      *---------------------------------------------------------------*
       0410-SEND-THE-MESSAGE.

           MOVE LOW-VALUES      TO NA360M1O.
           MOVE WS-MESSAGE      TO MAP-MESSAGEO.
           MOVE -1              TO MAP-SELL (1).

           EXEC CICS SEND MAP    ('NA360M1')
                          CURSOR
                          DATAONLY
                          RESP (WS-CICS-RESP)
                          END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

       0500-RETURN-TO-NA360.

           EXEC CICS RETURN TRANSID ('NA36')
                            COMMAREA (DFHCOMMAREA)
                            LENGTH   (LENGTH OF DFHCOMMAREA)
                            END-EXEC.

           COPY CICSERR.
