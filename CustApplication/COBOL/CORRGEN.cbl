      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   PRINT A LETTER TO A FOREIGN ADDRESS ON THE    *
      *                   CORI INTERNATIONAL MAIL STREAM BEHIND AN      *
      *                   INTLADR ROUTING LINE.                         *
      *  10/15/26   TGW   HOLD A LETTER TO AN ADDRESS THE POST OFFICE   *
      *                   HAS RETURNED MAIL FROM UNTIL THE ADDRESS IS   *
      *                   CORRECTED (RETURN CODE 05).                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-OUT-LINE                  PIC X(110) VALUE SPACES.

       01  WS-HIST-LINE                 PIC X(80) VALUE SPACES.
       01  WS-PRINT-QUEUE               PIC X(4)  VALUE 'CORR'.

       01  INTLADR-COMM-AREA.
           COPY INTLADRC.

       01  RTNMAIL-COMM-AREA.
           COPY RTNMAILC.

           COPY CORRTMPL.

           TITLE 'CORRGEN --> GENERATE ONE LETTER'.
       P200000-GENERATE-A-LETTER SECTION.

           PERFORM P210000-CHECK-RETURNED-MAIL THRU P210000-EXIT.

           IF RM-UNDELIVERABLE-SW = 'Y'
               MOVE '05' TO CG-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN CORRTCUR
           END-EXEC.
               MOVE '12' TO CG-RETURN-CODE
               GO TO P200000-EXIT.

           PERFORM P220000-PICK-MAIL-STREAM THRU P220000-EXIT.

           MOVE 'N' TO WS-TMPL-EOF-SW.

           PERFORM P250000-ONE-TEMPLATE-LINE THRU P250000-EXIT
               PERFORM P400000-WRITE-THE-HISTORY THRU P400000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'CORRGEN --> IS THE ADDRESS UNDELIVERABLE'.
       P210000-CHECK-RETURNED-MAIL SECTION.

      *    THE POST OFFICE HAS SENT MAIL BACK FROM THIS ADDRESS AND
      *    NO ONE HAS CORRECTED IT YET - DO NOT PRINT ANOTHER LETTER
      *    TO IT.  IF RTNMAIL CANNOT ANSWER THE LETTER GOES AS USUAL.
           MOVE SPACES           TO RTNMAIL-COMM-AREA.
           MOVE 'Q'              TO RM-FUNCTION-CODE.
           MOVE CG-IDNTITY       TO RM-IDNTITY.

           EXEC CICS LINK
                     PROGRAM  ('RTNMAIL')
                     COMMAREA (RTNMAIL-COMM-AREA)
                     LENGTH   (LENGTH OF RTNMAIL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR RM-RETURN-CODE NOT = '00'
               MOVE 'N'          TO RM-UNDELIVERABLE-SW.

       P210000-EXIT.
           EXIT.
           TITLE 'CORRGEN --> DOMESTIC OR INTERNATIONAL MAIL STREAM'.
       P220000-PICK-MAIL-STREAM SECTION.

      *    A LETTER TO A FOREIGN ADDRESS PRINTS ON THE CORI
      *    INTERNATIONAL MAIL STREAM BEHIND INTLADR'S ROUTING LINE
      *    (POSTAGE CLASS AND COUNTRY LINE) INSTEAD OF ON CORR.
           MOVE 'CORR'           TO WS-PRINT-QUEUE.

           MOVE SPACES           TO INTLADR-COMM-AREA.
           MOVE 'M'              TO IA-FUNCTION-CODE.
           MOVE CG-IDNTITY       TO IA-IDNTITY.

           EXEC CICS LINK
                     PROGRAM  ('INTLADR')
                     COMMAREA (INTLADR-COMM-AREA)
                     LENGTH   (LENGTH OF INTLADR-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR IA-RETURN-CODE NOT = '00'
               OR IA-FOREIGN-IND NOT = 'Y'
               GO TO P220000-EXIT.

           MOVE 'CORI'           TO WS-PRINT-QUEUE.

           EXEC CICS WRITEQ TD QUEUE (WS-PRINT-QUEUE)
                     FROM    (IA-ROUTING-LINE)
                     LENGTH  (LENGTH OF IA-ROUTING-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P220000-EXIT.
           EXIT.
           TITLE 'CORRGEN --> SUBSTITUTE AND PRINT ONE LINE'.
       P250000-ONE-TEMPLATE-LINE SECTION.
           PERFORM P300000-SUBSTITUTE-ONE-CHAR THRU P300000-EXIT
               UNTIL WS-IN-SUB NOT < 80.

           EXEC CICS WRITEQ TD QUEUE (WS-PRINT-QUEUE)
                     FROM    (WS-OUT-LINE)
                     LENGTH  (LENGTH OF WS-OUT-LINE)
                     RESP    (WS-CICS-RESP)
