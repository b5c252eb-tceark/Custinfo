      *                   GROUP IS A SINGLE CASE, SO THE INVHIST       *
      *                   CASE-NUMBER LOOKUP AND PERIOD CAPTURE        *
      *                   ACTUALLY MATCH A STORED BILL.                *
      *  10/15/26   TGW   PRINT AN INVOICE FOR A FOREIGN REMIT-TO       *
      *                   ADDRESS ON THE CONI INTERNATIONAL MAIL STREAM *
      *                   BEHIND AN INTLADR ROUTING LINE INSTEAD OF THE *
      *                   DOMESTIC CONS STREAM.                         *
      *  10/15/26   TGW   PRINT NOTHING FOR A REMIT-TO ADDRESS THE POST *
      *                   OFFICE HAS RETURNED MAIL FROM (RTNMAIL) - THE *
      *                   INVOICE IMAGE IS STILL STORED AND THE MEMBER  *
      *                   REQUESTS STILL QUEUE, WITHOUT A PRINT         *
      *                   MANIFEST.                                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  FEEBILL-COMM-AREA.
           COPY FEEBILLC.

       01  INTLADR-COMM-AREA.
           COPY INTLADRC.

       01  RTNMAIL-COMM-AREA.
           COPY RTNMAILC.

       01  WS-PRINT-QUEUE               PIC X(4)  VALUE 'CONS'.
       01  WS-RTNMAIL-SW                PIC X(1)  VALUE 'N'.
           88  REMIT-UNDELIVERABLE      VALUE 'Y'.

           COPY CASEMAST.

           EXEC SQL

           PERFORM P850000-LINK-INVHIST THRU P850000-EXIT.

           PERFORM P820000-PICK-MAIL-STREAM THRU P820000-EXIT.

           MOVE SPACES TO WS-INVOICE-LINE.
           STRING 'CONSOLIDATED BILL  AFFL ' DELIMITED BY SIZE
                  CB-AFFL-CODE               DELIMITED BY SIZE
               GO TO P300000-EXIT.

      *    THE MANIFEST ROW THE DAILY PRINT RECONCILIATION TIES TO.
      *    NOTHING IS PRINTED FOR AN UNDELIVERABLE REMIT-TO ADDRESS,
      *    SO THERE IS NO PIECE TO RECONCILE.
           IF REMIT-UNDELIVERABLE
               GO TO P300000-EXIT.

           MOVE SPACES          TO PRINTREC-COMM-AREA.
           MOVE 'M'             TO PM-FUNCTION-CODE.
           MOVE WS-MBR-CASE-NUM TO PM-CASE-NUM.
           TITLE 'CONSBILL --> WRITE ONE INVOICE LINE TO THE TDQ'.
       P800000-WRITE-INVOICE-LINE SECTION.

      *    AN INVOICE FOR AN UNDELIVERABLE REMIT-TO ADDRESS IS NOT
      *    PRINTED, BUT ITS IMAGE IS STILL STORED SO IT CAN BE
      *    REPRINTED ONCE THE ADDRESS IS CORRECTED.
           IF REMIT-UNDELIVERABLE
               GO TO P800000-STORE-THE-LINE.

           EXEC CICS WRITEQ TD QUEUE (WS-PRINT-QUEUE)
                     FROM    (WS-INVOICE-LINE)
                     LENGTH  (LENGTH OF WS-INVOICE-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P800000-STORE-THE-LINE.

           MOVE 'L'             TO IV-FUNCTION-CODE.
           MOVE WS-INVOICE-LINE TO IV-LINE-TEXT.
           PERFORM P850000-LINK-INVHIST THRU P850000-EXIT.

       P800000-EXIT.
           EXIT.
           TITLE 'CONSBILL --> DOMESTIC OR INTERNATIONAL MAIL STREAM'.
       P820000-PICK-MAIL-STREAM SECTION.

      *----------------------------------------------------------------*
      *    A FOREIGN REMIT-TO ADDRESS PRINTS ON THE CONI TDQ - THE     *
      *    INTERNATIONAL MAIL STREAM - BEHIND A ROUTING LINE GIVING    *
      *    THE POSTAGE CLASS AND COUNTRY LINE.  THE ROUTING LINE IS    *
      *    NOT PART OF THE STORED INVOICE IMAGE.                       *
      *    WHEN THE POST OFFICE HAS RETURNED MAIL FROM THE REMIT-TO    *
      *    ADDRESS AND IT HAS NOT BEEN CORRECTED, NOTHING PRINTS.      *
      *----------------------------------------------------------------*
           MOVE 'CONS'           TO WS-PRINT-QUEUE.
           MOVE 'N'              TO WS-RTNMAIL-SW.

           MOVE SPACES           TO RTNMAIL-COMM-AREA.
           MOVE 'Q'              TO RM-FUNCTION-CODE.
           MOVE CB-REMIT-IDNTITY TO RM-IDNTITY.

           EXEC CICS LINK
                     PROGRAM  ('RTNMAIL')
                     COMMAREA (RTNMAIL-COMM-AREA)
                     LENGTH   (LENGTH OF RTNMAIL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND RM-RETURN-CODE = '00'
               AND RM-UNDELIVERABLE-SW = 'Y'
               MOVE 'Y'          TO WS-RTNMAIL-SW
               GO TO P820000-EXIT.

           MOVE SPACES           TO INTLADR-COMM-AREA.
           MOVE 'M'              TO IA-FUNCTION-CODE.
           MOVE CB-REMIT-IDNTITY TO IA-IDNTITY.

           EXEC CICS LINK
                     PROGRAM  ('INTLADR')
                     COMMAREA (INTLADR-COMM-AREA)
                     LENGTH   (LENGTH OF INTLADR-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR IA-RETURN-CODE NOT = '00'
               OR IA-FOREIGN-IND NOT = 'Y'
               GO TO P820000-EXIT.

           MOVE 'CONI'           TO WS-PRINT-QUEUE.

           EXEC CICS WRITEQ TD QUEUE (WS-PRINT-QUEUE)
                     FROM    (IA-ROUTING-LINE)
                     LENGTH  (LENGTH OF IA-ROUTING-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P820000-EXIT.
           EXIT.
           TITLE 'CONSBILL --> LINK THE INVOICE HISTORY MODULE'.
       P850000-LINK-INVHIST SECTION.
