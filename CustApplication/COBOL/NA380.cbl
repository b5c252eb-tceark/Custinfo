       IDENTIFICATION DIVISION.
       PROGRAM-ID. NA380.
       DATE-WRITTEN. 10/15/26.
      *REMARKS. NA380 IS THE RETURNED-MAIL INTAKE SCREEN.  THE MAIL
      *         ROOM SCANS THE IMB BARCODE OFF EACH PIECE THE POST
      *         OFFICE SENDS BACK, OR KEYS THE IDENTITY AND DOCUMENT
      *         WHEN THERE IS NO READABLE BARCODE, AND RTNMAIL FLAGS
      *         THE ADDRESS UNDELIVERABLE.
      *
      *------------------------PROGRAM PURPOSE-------------------------*
      *                                                                *
      *  PROGRAM TITLE: NA380                                          *
      *                                                                *
      *  A SCANNED BARCODE GOES TO RTNMAIL AS IT IS ('S') - RTNMAIL    *
      *  DECODES THE IDENTITY AND DOCUMENT TYPE FROM IT.  WITH NO      *
      *  BARCODE THE IDENTITY AND DOCUMENT TYPE ARE KEYED ('K').  THE  *
      *  DOCUMENT REFERENCE AND THE POST OFFICE'S RETURN REASON ARE    *
      *  OPTIONAL EITHER WAY.  A PIECE TAKEN IN CLEARS THE SCREEN FOR  *
      *  THE NEXT ONE AND SHOWS WHAT WAS DONE WITH IT; A PIECE         *
      *  REFUSED STAYS ON THE SCREEN WITH THE REASON.  PF3 OR CLEAR    *
      *  ENDS THE TRANSACTION.                                         *
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
           05  WS-CURSOR-FIELD              PIC X(1)  VALUE 'B'.
      *                                       B = BARCODE  I = IDENTITY
           05  WS-EDIT-SWITCHED             PIC ZZ9   VALUE ZERO.
           05  WS-EDIT-NO-EMAIL             PIC ZZ9   VALUE ZERO.
           05  WS-MESSAGE                   PIC X(79) VALUE SPACES.

       01  WS-N8-COMM-AREA.
           COPY NA380C.

       01  WS-RM-COMM-AREA.
           COPY RTNMAILC.

           COPY CICSWS.
           COPY ATTRB.
           COPY NA380M1.
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

           MOVE DFHCOMMAREA (1:EIBCALEN) TO WS-N8-COMM-AREA.

           IF  EIBAID = DFHPF3
               GO TO 0150-END-THE-TASK
           ELSE
           IF  EIBAID = DFHCLEAR
               GO TO 0150-END-THE-TASK
           ELSE
           IF  EIBAID = DFHENTER
               GO TO 0300-TAKE-THE-PIECE
           ELSE
               GO TO 0400-WRONG-KEY-HIT.

      *---------------------------------------------------------------*
      *    THE LOGON ID IS KEPT FOR THE ADDED LOGON OF EVERY PIECE    *
      *    TAKEN IN THE CONVERSATION.                                 *
      *---------------------------------------------------------------*
       0100-FIRST-TIME.

           MOVE SPACES TO N8-RTNMAIL-COMM-AREA.
           MOVE ZERO   TO N8-PIECES-LOGGED.

           EXEC CICS ASSIGN
               USERID (N8-OPERATOR-LOGON)
           END-EXEC.

           GO TO 0200-SHOW-A-CLEAN-SCREEN.

       0150-END-THE-TASK.

           EXEC CICS SEND CONTROL
                          ERASE
                          FREEKB
                          END-EXEC.

           EXEC CICS RETURN
                     END-EXEC.

      *---------------------------------------------------------------*
      *    THE SCREEN COMES BACK EMPTY, CURSOR ON THE BARCODE, SO THE *
      *    NEXT PIECE CAN BE SCANNED STRAIGHT AWAY.                   *
      *---------------------------------------------------------------*
       0200-SHOW-A-CLEAN-SCREEN.

           MOVE LOW-VALUES        TO NA380M1O.
           MOVE N8-PIECES-LOGGED  TO MAP-COUNTO.
           MOVE N8-LAST-RESULT    TO MAP-LASTO.

           IF WS-MESSAGE = SPACES
               MOVE 'SCAN THE BARCODE OR KEY THE IDENTITY AND DOCUMENT T
      -             'YPE  PF3=END'      TO WS-MESSAGE.

           MOVE 'S'               TO N8-ENTRY-STATE.
           MOVE WS-MESSAGE        TO MAP-MESSAGEO.
           MOVE -1                TO MAP-IMBL.

           EXEC CICS SEND MAP    ('NA380M1')
                          CURSOR
                          ERASE
                          RESP (WS-CICS-RESP)
                          END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

           GO TO 0500-RETURN-TO-NA380.

      *---------------------------------------------------------------*
      *    A BARCODE ON THE SCREEN WINS OVER A KEYED IDENTITY - THE   *
      *    BARCODE NAMES THE DOCUMENT AS WELL AS THE ADDRESSEE.       *
      *---------------------------------------------------------------*
       0300-TAKE-THE-PIECE.

           MOVE LOW-VALUES TO NA380M1I.
           EXEC CICS RECEIVE MAP    ('NA380M1')
                             RESP   (WS-CICS-RESP)
                             END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) AND
                WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
                GO TO 9999-CICS-ERROR.

           MOVE SPACES            TO RM-RTNMAIL-COMM-AREA.
           MOVE ZERO              TO RM-RETURN-ID RM-OPEN-RETURNS
                                     RM-CASES-SWITCHED
                                     RM-CASES-NO-EMAIL.
           MOVE N8-OPERATOR-LOGON TO RM-OPERATOR-LOGON.

           IF MAP-DOC-REFL > ZERO
               MOVE MAP-DOC-REFI  TO RM-DOC-REF.
           IF MAP-REASONL > ZERO
               MOVE MAP-REASONI   TO RM-RETURN-REASON.

           IF MAP-IMBL > ZERO
               MOVE 'B'           TO WS-CURSOR-FIELD
               MOVE 'S'           TO RM-FUNCTION-CODE
               MOVE MAP-IMBI      TO RM-IMB-BARCODE
               GO TO 0310-LINK-TO-RTNMAIL.

           IF MAP-IDNTITYL > ZERO
               MOVE 'I'           TO WS-CURSOR-FIELD
               MOVE 'K'           TO RM-FUNCTION-CODE
               MOVE MAP-IDNTITYI  TO RM-IDNTITY
               IF MAP-DOC-TYPEL > ZERO
                   MOVE MAP-DOC-TYPEI TO RM-DOC-TYPE
               END-IF
               GO TO 0310-LINK-TO-RTNMAIL.

           MOVE 'B' TO WS-CURSOR-FIELD.
           MOVE 'SCAN THE BARCODE OR KEY THE IDENTITY AND DOCUMENT TYPE'
                                       TO WS-MESSAGE.
           GO TO 0410-SEND-THE-MESSAGE.

       0310-LINK-TO-RTNMAIL.

           EXEC CICS LINK
               PROGRAM  ('RTNMAIL')
               COMMAREA (WS-RM-COMM-AREA)
               LENGTH   (LENGTH OF WS-RM-COMM-AREA)
               RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9999-CICS-ERROR.

           IF RM-RETURN-CODE = '00'
               GO TO 0320-PIECE-FLAGGED.

           IF RM-RETURN-CODE = '05'
               GO TO 0330-PIECE-STALE.

           IF RM-RETURN-CODE = '01'
               MOVE 'CHECK DOCUMENT TYPE B/C/I/K/O AND REASON AN/IA/NF/N
      -             'S/RF/VC/UN'        TO WS-MESSAGE
           ELSE
           IF RM-RETURN-CODE = '02'
               MOVE 'IDENTITY IS NOT ON FILE'
                                       TO WS-MESSAGE
           ELSE
           IF RM-RETURN-CODE = '03'
               MOVE 'NOT ONE OF OUR BARCODES - KEY THE IDENTITY AND DOCU
      -             'MENT TYPE INSTEAD' TO WS-MESSAGE
           ELSE
               STRING 'RETURNED MAIL NOT TAKEN - RETURN CODE '
                                       DELIMITED BY SIZE
                      RM-RETURN-CODE   DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING.

           GO TO 0410-SEND-THE-MESSAGE.

       0320-PIECE-FLAGGED.

           ADD 1 TO N8-PIECES-LOGGED.
           MOVE RM-CASES-SWITCHED TO WS-EDIT-SWITCHED.
           MOVE RM-CASES-NO-EMAIL TO WS-EDIT-NO-EMAIL.
           MOVE SPACES            TO N8-LAST-RESULT.
           STRING RM-IDNTITY              DELIMITED BY SIZE
                  ' UNDELIVERABLE - CASES TO EMAIL '
                                          DELIMITED BY SIZE
                  WS-EDIT-SWITCHED        DELIMITED BY SIZE
                  ', LEFT ON PAPER '      DELIMITED BY SIZE
                  WS-EDIT-NO-EMAIL        DELIMITED BY SIZE
               INTO N8-LAST-RESULT
           END-STRING.

           GO TO 0200-SHOW-A-CLEAN-SCREEN.

      *---------------------------------------------------------------*
      *    THE PIECE WENT TO A ZIP THAT HAS SINCE BEEN CHANGED, SO     *
      *    THE ADDRESS ON FILE IS NOT FLAGGED - THE PIECE IS ONLY      *
      *    LOGGED.                                                     *
      *---------------------------------------------------------------*
       0330-PIECE-STALE.

           ADD 1 TO N8-PIECES-LOGGED.
           MOVE SPACES            TO N8-LAST-RESULT.
           STRING RM-IDNTITY              DELIMITED BY SIZE
                  ' MAILED TO AN OLD ADDRESS - LOGGED, NOT FLAGGED'
                                          DELIMITED BY SIZE
               INTO N8-LAST-RESULT
           END-STRING.

           GO TO 0200-SHOW-A-CLEAN-SCREEN.

       0400-WRONG-KEY-HIT.

           MOVE 'INVALID KEY - ENTER OR PF3' TO WS-MESSAGE.

      *---------------------------------------------------------------*
      *    ONLY THE MESSAGE LINE IS SENT SO WHAT WAS SCANNED OR KEYED *
      *    STAYS ON THE SCREEN TO BE CORRECTED.                       *
      *---------------------------------------------------------------*
       0410-SEND-THE-MESSAGE.

           MOVE LOW-VALUES      TO NA380M1O.
           MOVE WS-MESSAGE      TO MAP-MESSAGEO.

           IF WS-CURSOR-FIELD = 'I'
               MOVE -1          TO MAP-IDNTITYL
           ELSE
               MOVE -1          TO MAP-IMBL.

           EXEC CICS SEND MAP    ('NA380M1')
                          CURSOR
                          DATAONLY
                          RESP (WS-CICS-RESP)
                          END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                GO TO 9999-CICS-ERROR.

       0500-RETURN-TO-NA380.

           EXEC CICS RETURN TRANSID ('NA38')
                            COMMAREA (WS-N8-COMM-AREA)
                            LENGTH   (LENGTH OF WS-N8-COMM-AREA)
                            END-EXEC.

           COPY CICSERR.
