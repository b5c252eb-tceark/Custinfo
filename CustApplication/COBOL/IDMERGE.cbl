      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   REFUSE A MERGE OF AN IDENTITY UNDER LEGAL     *
      *                   HOLD                                          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

           COPY IDFORWRD.

       01  LGLHOLD-COMM-AREA.
           COPY LGLHOLDC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           IF IM-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

      *----------------------------------------------------------------*
      *    NEITHER IDENTITY - NOR A BROKER OR CASE IT OWNS - MAY BE    *
      *    UNDER LEGAL HOLD.                                           *
      *----------------------------------------------------------------*
           MOVE IM-SURVIVOR-IDNTITY TO LH-CHK-IDNTITY.
           PERFORM P450000-CHECK-LEGAL-HOLD THRU P450000-EXIT.
           IF IM-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.
           MOVE IM-LOSER-IDNTITY TO LH-CHK-IDNTITY.
           PERFORM P450000-CHECK-LEGAL-HOLD THRU P450000-EXIT.
           IF IM-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           EXEC SQL
               UPDATE BROKER
                  SET AGNTNAME#IDNTY = :IM-SURVIVOR-IDNTITY
               END-EXEC.

       P500000-EXIT.
           EXIT.
           TITLE 'IDMERGE --> IS THE IDENTITY UNDER LEGAL HOLD'.
       P450000-CHECK-LEGAL-HOLD SECTION.

           MOVE 'C'                    TO LH-FUNCTION-CODE.
           MOVE SPACES                 TO LH-CHK-CASE-NUM
                                          LH-CHK-BROKER-ID.
           MOVE 'IDMERGE'              TO LH-SOURCE-PROGRAM.
           MOVE 'IDENTITY MERGE REFUSED' TO LH-EXCEPTION-TEXT.
           MOVE 'N'                    TO LH-HELD-IND.

           EXEC CICS LINK
                     PROGRAM  ('LGLHOLD')
                     COMMAREA (LGLHOLD-COMM-AREA)
                     LENGTH   (LENGTH OF LGLHOLD-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR LH-RETURN-CODE NOT = '00'
               MOVE '12' TO IM-RETURN-CODE
               GO TO P450000-EXIT.

           IF LH-HELD-IND = 'Y'
               MOVE '04' TO IM-RETURN-CODE.

       P450000-EXIT.
           EXIT.
           TITLE 'IDMERGE --> COUNT ONE RE-POINT'.
       P550000-COUNT-THE-REPOINT SECTION.
