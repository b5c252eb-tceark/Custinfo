      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   REPLAY A STORED INVOICE FOR A FOREIGN BILL-TO *
      *                   ADDRESS TO THE BILI INTERNATIONAL MAIL STREAM *
      *                   BEHIND AN INTLADR ROUTING LINE.               *
      *  10/15/26   TGW   REFUSE A REPRINT TO A BILL-TO ADDRESS THE     *
      *                   POST OFFICE HAS RETURNED MAIL FROM (RTNMAIL)  *
      *                   WITH RETURN CODE 05.                          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-OUT-LINE                  PIC X(90) VALUE SPACES.
       01  WS-EDIT-INVOICE-ID           PIC 9(9)  VALUE ZERO.
       01  WS-EDIT-TOTAL                PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-PRINT-QUEUE               PIC X(4)  VALUE 'BILP'.

       01  INTLADR-COMM-AREA.
           COPY INTLADRC.

       01  RTNMAIL-COMM-AREA.
           COPY RTNMAILC.

           COPY INVHIST.

       P500000-REPRINT-ONE-INVOICE SECTION.

           EXEC SQL
               SELECT CASE_NUM,
                      CASENAME#IDNTITY
                 INTO :IVH-CASE-NUM,
                      :IVH-CASE-IDNTITY
                 FROM INVOICE_HISTORY
                WHERE INVOICE_ID = :IV-INVOICE-ID
           END-EXEC.
               MOVE '12' TO IV-RETURN-CODE
               GO TO P500000-EXIT.

           PERFORM P510000-CHECK-RETURNED-MAIL THRU P510000-EXIT.

           IF RM-UNDELIVERABLE-SW = 'Y'
               MOVE '05' TO IV-RETURN-CODE
               GO TO P500000-EXIT.

           PERFORM P520000-PICK-MAIL-STREAM THRU P520000-EXIT.

           EXEC SQL
               OPEN IVLINCUR
           END-EXEC.
           END-EXEC.

       P500000-EXIT.
           EXIT.
           TITLE 'INVHIST --> IS THE BILL-TO ADDRESS UNDELIVERABLE'.
       P510000-CHECK-RETURNED-MAIL SECTION.

      *    NO REPRINT GOES TO AN ADDRESS THE POST OFFICE HAS RETURNED
      *    MAIL FROM UNTIL IT IS CORRECTED.  IF RTNMAIL CANNOT ANSWER
      *    THE REPRINT GOES AS USUAL.
           MOVE SPACES           TO RTNMAIL-COMM-AREA.
           MOVE 'Q'              TO RM-FUNCTION-CODE.
           MOVE IVH-CASE-IDNTITY TO RM-IDNTITY.

           EXEC CICS LINK
                     PROGRAM  ('RTNMAIL')
                     COMMAREA (RTNMAIL-COMM-AREA)
                     LENGTH   (LENGTH OF RTNMAIL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR RM-RETURN-CODE NOT = '00'
               MOVE 'N'          TO RM-UNDELIVERABLE-SW.

       P510000-EXIT.
           EXIT.
           TITLE 'INVHIST --> DOMESTIC OR INTERNATIONAL REPRINT STREAM'.
       P520000-PICK-MAIL-STREAM SECTION.

      *    A REPRINT FOR A FOREIGN BILL-TO ADDRESS GOES TO THE BILI
      *    INTERNATIONAL MAIL STREAM BEHIND INTLADR'S ROUTING LINE;
      *    THE STORED IMAGE ITSELF IS STILL REPLAYED VERBATIM.
           MOVE 'BILP'           TO WS-PRINT-QUEUE.

           MOVE SPACES           TO INTLADR-COMM-AREA.
           MOVE 'M'              TO IA-FUNCTION-CODE.
           MOVE IVH-CASE-IDNTITY TO IA-IDNTITY.

           EXEC CICS LINK
                     PROGRAM  ('INTLADR')
                     COMMAREA (INTLADR-COMM-AREA)
                     LENGTH   (LENGTH OF INTLADR-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR IA-RETURN-CODE NOT = '00'
               OR IA-FOREIGN-IND NOT = 'Y'
               GO TO P520000-EXIT.

           MOVE 'BILI'           TO WS-PRINT-QUEUE.

           EXEC CICS WRITEQ TD QUEUE (WS-PRINT-QUEUE)
                     FROM    (IA-ROUTING-LINE)
                     LENGTH  (LENGTH OF IA-ROUTING-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P520000-EXIT.
           EXIT.
           TITLE 'INVHIST --> ONE REPLAYED PRINT LINE'.
       P550000-REPLAY-ONE-LINE SECTION.

           MOVE IVL-LINE-TEXT TO WS-OUT-LINE.

           EXEC CICS WRITEQ TD QUEUE (WS-PRINT-QUEUE)
                     FROM    (WS-OUT-LINE)
                     LENGTH  (LENGTH OF WS-OUT-LINE)
                     RESP    (WS-CICS-RESP)
