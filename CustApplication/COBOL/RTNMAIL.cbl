       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RTNMAIL.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: RTNMAIL                                         *
      *  PROGRAM TEXT:  RETURNED-MAIL INTAKE AND THE UNDELIVERABLE-     *
      *                 ADDRESS FLAG. MAIL THE POST OFFICE SENT BACK    *
      *                 CAME TO THE MAIL ROOM IN TUBS AND NOTHING TOLD  *
      *                 BILL PRINT, CORRGEN, HCARD OR CERTISSU TO STOP  *
      *                 MAILING THE SAME ADDRESS. 'S' TAKES A SCANNED   *
      *                 IMB: THE MAILER ID MUST MATCH THE PROGRAM_RULES *
      *                 RTNMAIL MAILER ID ROW AND THE SERIAL CARRIES A  *
      *                 DOCUMENT-TYPE DIGIT AND THE IDENTITY. 'K' TAKES *
      *                 THE IDENTITY AND DOCUMENT KEYED ON NA380.       *
      *                 EITHER WAY THE PIECE IS LOGGED ON RETURNED_MAIL *
      *                 AGAINST THE AGNTNAME IDENTITY AND THE ADDRESS   *
      *                 IS FLAGGED, A MAILDESK DIARY ASKS FOR A         *
      *                 CORRECTED ADDRESS, AND THE IDENTITY'S ACTIVE    *
      *                 CASES ARE SWITCHED TO EMAIL BILLING WHERE       *
      *                 EBILLGEN HAS AN ADDRESS. A PIECE ROUTED TO A    *
      *                 ZIP THE IDENTITY NO LONGER HAS IS LOGGED STALE  *
      *                 AND FLAGS NOTHING. 'Q' TELLS THE PRINT PROGRAMS *
      *                 WHETHER AN ADDRESS IS UNDELIVERABLE AND 'C'     *
      *                 CLEARS THE FLAG WHEN NA340 CORRECTS THE         *
      *                 ADDRESS.                                        *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-DIARY-BUSINESS-DAYS      PIC S9(4) COMP     VALUE +5.

       01  WS-SWITCH-EOF-SW             PIC X     VALUE 'N'.
           88  SWITCH-EOF               VALUE 'Y'.
       01  WS-DIARY-EOF-SW              PIC X     VALUE 'N'.
           88  DIARY-EOF                VALUE 'Y'.

      *----------------------------------------------------------------*
      *    THE DECODED INTELLIGENT MAIL BARCODE.  OUR PRINT VENDOR     *
      *    PRINTS UNDER A SIX-DIGIT MAILER ID, WHICH LEAVES A NINE-    *
      *    DIGIT SERIAL: ONE DOCUMENT-TYPE DIGIT AND THE EIGHT-DIGIT   *
      *    IDENTITY THE PIECE WAS ADDRESSED TO.                        *
      *----------------------------------------------------------------*
       01  WS-IMB-BARCODE.
           05  WS-IMB-TRACKING.
               10  WS-IMB-BARCODE-ID    PIC X(2).
               10  WS-IMB-SERVICE-TYPE  PIC X(3).
               10  WS-IMB-MAILER-ID     PIC X(6).
               10  WS-IMB-SERIAL.
                   15  WS-IMB-DOC-DIGIT PIC X(1).
                   15  WS-IMB-IDNTITY   PIC X(8).
           05  WS-IMB-ROUTING.
               10  WS-IMB-ROUTING-ZIP   PIC X(5).
               10  WS-IMB-ROUTING-REST  PIC X(6).

       01  WS-AGNT-ZIP                  PIC X(5)  VALUE SPACES.
       01  WS-OPEN-COUNT                PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-OPEN-DIARY-COUNT          PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-SWITCH-CASE-NUM           PIC X(6)  VALUE SPACES.
       01  WS-OPEN-DIARY-ID             PIC S9(9)V COMP-3 VALUE ZERO.

       01  DIARY-COMM-AREA.
           COPY DIARYMNC.

       01  EBILLGEN-COMM-AREA.
           COPY EBILLGC.

           COPY RETMAIL.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE IDENTITY'S ACTIVE CASES - AS THE CASE ITSELF OR AS THE  *
      *    BILL-TO ADDRESS - NOT ALREADY BILLED BY EMAIL ONLY.         *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE RMSWCUR CURSOR FOR
               SELECT C.CASE_NUM
                 FROM CASE_MASTER C
                 LEFT JOIN EBILL_PREF P
                   ON P.CASE_NUM = C.CASE_NUM
                WHERE (C.CASENAME#IDNTITY = :RM-IDNTITY
                   OR  C.BILL_ADDRESS_CIM = :RM-IDNTITY)
                  AND C.ACTIVE_CODE = 'CM'
                  AND VALUE(P.DELIVERY_PREF, 'P') <> 'E'
                ORDER BY C.CASE_NUM
           END-EXEC.

           EXEC SQL DECLARE RMDIACUR CURSOR FOR
               SELECT DIARY_ID
                 FROM DIARY
                WHERE IDNTITY      = :RM-IDNTITY
                  AND REASON_CODE  = 'RTM'
                  AND DIARY_STATUS = 'O'
                ORDER BY DIARY_ID
           END-EXEC.

       01  BUSDATE-COMM-AREA.
           COPY BUSDATEC.

           TITLE 'RTNMAIL --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY RTNMAILC.
           TITLE 'RTNMAIL --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO RM-RETURN-CODE.
           MOVE 'N'  TO RM-UNDELIVERABLE-SW.
           MOVE ZERO TO RM-RETURN-ID RM-OPEN-RETURNS
                        RM-CASES-SWITCHED RM-CASES-NO-EMAIL.

           EVALUATE RM-FUNCTION-CODE
               WHEN 'S'
                   PERFORM P200000-SCANNED-INTAKE THRU P200000-EXIT
               WHEN 'K'
                   PERFORM P300000-KEYED-INTAKE THRU P300000-EXIT
               WHEN 'Q'
                   PERFORM P800000-QUERY-THE-FLAG THRU P800000-EXIT
               WHEN 'C'
                   PERFORM P900000-CLEAR-THE-FLAG THRU P900000-EXIT
               WHEN OTHER
                   MOVE '01' TO RM-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF RM-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'RTNMAIL --> SCANNED IMB INTAKE'.
       P200000-SCANNED-INTAKE SECTION.

      *----------------------------------------------------------------*
      *    A BARCODE THAT IS NOT OURS - NOT NUMERIC, A NINE-DIGIT      *
      *    MAILER ID, OR A MAILER ID OTHER THAN THE ONE ON THE         *
      *    PROGRAM_RULES MAILER ID ROW - IS REFUSED RATHER THAN READ   *
      *    AS SOMEBODY ELSE'S IDENTITY.                                *
      *----------------------------------------------------------------*
           MOVE RM-IMB-BARCODE TO WS-IMB-BARCODE.

           IF WS-IMB-TRACKING NOT NUMERIC
               OR WS-IMB-MAILER-ID (1:1) = '9'
               MOVE '03' TO RM-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-IMB-ROUTING-ZIP NOT = SPACES
               AND WS-IMB-ROUTING-ZIP NOT NUMERIC
               MOVE '03' TO RM-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE SPACES TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'RTNMAIL'
                  AND RULE        = 'MAILER ID'
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               AND SQLCODE NOT = +100
               MOVE '12' TO RM-RETURN-CODE
               GO TO P200000-EXIT.

           IF PR-RULE-VALUE (1:6) NOT = WS-IMB-MAILER-ID
               MOVE '03' TO RM-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE WS-IMB-IDNTITY TO RM-IDNTITY.

           EVALUATE WS-IMB-DOC-DIGIT
               WHEN '1'
                   MOVE 'B' TO RM-DOC-TYPE
               WHEN '2'
                   MOVE 'C' TO RM-DOC-TYPE
               WHEN '3'
                   MOVE 'I' TO RM-DOC-TYPE
               WHEN '4'
                   MOVE 'K' TO RM-DOC-TYPE
               WHEN OTHER
                   MOVE 'O' TO RM-DOC-TYPE
           END-EVALUATE.

           MOVE SPACES             TO RETURNED-MAIL-REC.
           MOVE 'S'                TO RTM-INTAKE-METHOD.
           MOVE RM-IMB-BARCODE     TO RTM-IMB-TRACKING.
           MOVE WS-IMB-ROUTING-ZIP TO RTM-MAILED-ZIP.

           PERFORM P500000-LOG-THE-RETURN THRU P500000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'RTNMAIL --> KEYED INTAKE'.
       P300000-KEYED-INTAKE SECTION.

           IF RM-DOC-TYPE NOT = 'B' AND NOT = 'C' AND NOT = 'I'
                      AND NOT = 'K' AND NOT = 'O'
               MOVE '01' TO RM-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE SPACES             TO RETURNED-MAIL-REC.
           MOVE 'K'                TO RTM-INTAKE-METHOD.

           PERFORM P500000-LOG-THE-RETURN THRU P500000-EXIT.

       P300000-EXIT.
           EXIT.
           TITLE 'RTNMAIL --> LOG THE RETURNED PIECE'.
       P500000-LOG-THE-RETURN SECTION.

           IF RM-RETURN-REASON = SPACES
               MOVE 'UN' TO RM-RETURN-REASON.

           IF RM-RETURN-REASON NOT = 'AN' AND NOT = 'IA'
                           AND NOT = 'NF' AND NOT = 'NS'
                           AND NOT = 'RF' AND NOT = 'VC'
                           AND NOT = 'UN'
               MOVE '01' TO RM-RETURN-CODE
               GO TO P500000-EXIT.

           IF RM-IDNTITY = SPACES
               MOVE '02' TO RM-RETURN-CODE
               GO TO P500000-EXIT.

           EXEC SQL
               SELECT ZIP
                 INTO :WS-AGNT-ZIP
                 FROM AGNTNAME
                WHERE IDNTITY = :RM-IDNTITY
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO RM-RETURN-CODE
               GO TO P500000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RM-RETURN-CODE
               GO TO P500000-EXIT.

      *----------------------------------------------------------------*
      *    A PIECE WHOSE BARCODE ROUTED IT TO A ZIP THE IDENTITY NO    *
      *    LONGER HAS WAS MAILED BEFORE THE ADDRESS WAS CORRECTED -    *
      *    IT IS LOGGED STALE AND THE CURRENT ADDRESS IS NOT FLAGGED.  *
      *    A FOREIGN ADDRESS (ZIP '00100') HAS NO ROUTING ZIP TO       *
      *    COMPARE.                                                    *
      *----------------------------------------------------------------*
           MOVE 'O' TO RTM-MAIL-STATUS.
           IF RTM-MAILED-ZIP NOT = SPACES
               AND WS-AGNT-ZIP NOT = '00100'
               AND RTM-MAILED-ZIP NOT = WS-AGNT-ZIP
               MOVE 'S'  TO RTM-MAIL-STATUS
               MOVE '05' TO RM-RETURN-CODE.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      NEXT VALUE FOR RETURNED_MAIL_SEQ
                 INTO :RTM-RECEIVED-DATE,
                      :RTM-RETURN-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RM-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE RM-IDNTITY         TO RTM-IDNTITY.
           MOVE RM-DOC-TYPE        TO RTM-DOC-TYPE.
           MOVE RM-DOC-REF         TO RTM-DOC-REF.
           MOVE RM-RETURN-REASON   TO RTM-RETURN-REASON.
           MOVE RM-OPERATOR-LOGON  TO RTM-ADDED-LOGON.

           EXEC SQL
               INSERT INTO RETURNED_MAIL
                     (RETURN_ID, IDNTITY, DOC_TYPE, DOC_REF,
                      INTAKE_METHOD, IMB_TRACKING, MAILED_ZIP,
                      RETURN_REASON, MAIL_STATUS, RECEIVED_DATE,
                      ADDED_LOGON, ADDED_TIMESTAMP, CLEARED_LOGON,
                      CLEARED_TIMESTAMP)
               VALUES (:RTM-RETURN-ID, :RTM-IDNTITY, :RTM-DOC-TYPE,
                       :RTM-DOC-REF, :RTM-INTAKE-METHOD,
                       :RTM-IMB-TRACKING, :RTM-MAILED-ZIP,
                       :RTM-RETURN-REASON, :RTM-MAIL-STATUS,
                       DATE(:RTM-RECEIVED-DATE), :RTM-ADDED-LOGON,
                       CURRENT TIMESTAMP, ' ', NULL)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RM-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE RTM-RETURN-ID TO RM-RETURN-ID.

           IF RTM-MAIL-STATUS = 'S'
               PERFORM P800000-QUERY-THE-FLAG THRU P800000-EXIT
               GO TO P500000-EXIT.

           MOVE 'Y' TO RM-UNDELIVERABLE-SW.

           PERFORM P600000-OPEN-THE-DIARY THRU P600000-EXIT.
           PERFORM P700000-SWITCH-TO-EMAIL THRU P700000-EXIT.

       P500000-EXIT.
           EXIT.
           TITLE 'RTNMAIL --> DIARY FOR A CORRECTED ADDRESS'.
       P600000-OPEN-THE-DIARY SECTION.

      *----------------------------------------------------------------*
      *    ONE MAILDESK DIARY PER BAD ADDRESS - A SECOND RETURNED      *
      *    PIECE WHILE THE FIRST DIARY IS OPEN ADDS NOTHING.  IT IS    *
      *    DUE FIVE BUSINESS DAYS OUT ON THE BUSDATE OFFICE CALENDAR,  *
      *    OR A CALENDAR WEEK IF THE CALENDAR CANNOT BE READ.          *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-OPEN-DIARY-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-DIARY-COUNT
                 FROM DIARY
                WHERE IDNTITY      = :RM-IDNTITY
                  AND REASON_CODE  = 'RTM'
                  AND DIARY_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RM-RETURN-CODE
               GO TO P600000-EXIT.

           IF WS-OPEN-DIARY-COUNT > ZERO
               GO TO P600000-EXIT.

           MOVE SPACES         TO DIARY-COMM-AREA.
           MOVE 'A'            TO DY-FUNCTION-CODE.
           MOVE 'MAILDESK'     TO DY-OWNER-LOGON.
           MOVE RM-IDNTITY     TO DY-IDNTITY.
           MOVE 'RTM'          TO DY-REASON-CODE.
           MOVE 'RETURNED MAIL - GET A CORRECTED ADDRESS'
                               TO DY-DIARY-TEXT.
           MOVE RM-OPERATOR-LOGON TO DY-OPERATOR-LOGON.
           MOVE ZERO           TO DY-DIARY-ID DY-ITEMS-LISTED
                                  DY-ITEMS-OVERDUE.

           MOVE SPACES         TO BUSDATE-COMM-AREA.
           MOVE 'A'            TO BD-FUNCTION-CODE.
           MOVE 'O'            TO BD-CALENDAR.
           MOVE RTM-RECEIVED-DATE TO BD-DATE-IN.
           MOVE ZERO           TO BD-DAY-COUNT BD-LOAD-YEAR
                                  BD-ROWS-LOADED BD-LIST-COUNT.
           MOVE WS-DIARY-BUSINESS-DAYS TO BD-DAY-COUNT.

           EXEC CICS LINK
                     PROGRAM  ('BUSDATE')
                     COMMAREA (BUSDATE-COMM-AREA)
                     LENGTH   (LENGTH OF BUSDATE-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND BD-RETURN-CODE = '00'
               MOVE BD-DATE-OUT TO DY-DUE-DATE
           ELSE
               EXEC SQL
                   SELECT CHAR(DATE(:RTM-RECEIVED-DATE) + 7 DAYS, ISO)
                     INTO :DY-DUE-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P600000-EXIT.
           EXIT.
           TITLE 'RTNMAIL --> SWITCH THE CASES TO EMAIL BILLING'.
       P700000-SWITCH-TO-EMAIL SECTION.

           EXEC SQL
               OPEN RMSWCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RM-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE 'N' TO WS-SWITCH-EOF-SW.

           PERFORM P750000-SWITCH-ONE-CASE THRU P750000-EXIT
               UNTIL SWITCH-EOF.

           EXEC SQL
               CLOSE RMSWCUR
           END-EXEC.

       P700000-EXIT.
           EXIT.
           TITLE 'RTNMAIL --> SWITCH ONE CASE'.
       P750000-SWITCH-ONE-CASE SECTION.

           EXEC SQL
               FETCH RMSWCUR
                 INTO :WS-SWITCH-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RM-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SWITCH-EOF-SW
               GO TO P750000-EXIT.

      *----------------------------------------------------------------*
      *    EBILLGEN TAKES THE CASE'S EMAIL OFF THE ADDRESS BOOK.  A    *
      *    CASE WITH NONE (EBILLGEN 03) STAYS ON PAPER - ITS PAPER IS  *
      *    HELD BY THE UNDELIVERABLE FLAG UNTIL THE ADDRESS IS FIXED.  *
      *----------------------------------------------------------------*
           MOVE SPACES             TO EBILLGEN-COMM-AREA.
           MOVE 'S'                TO EB-FUNCTION-CODE.
           MOVE WS-SWITCH-CASE-NUM TO EB-CASE-NUM.
           MOVE 'E'                TO EB-DELIVERY-PREF.
           MOVE RM-OPERATOR-LOGON  TO EB-OPERATOR-LOGON.
           MOVE ZERO               TO EB-BILL-AMOUNT.

           EXEC CICS LINK
                     PROGRAM  ('EBILLGEN')
                     COMMAREA (EBILLGEN-COMM-AREA)
                     LENGTH   (LENGTH OF EBILLGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO P750000-EXIT.

           IF EB-RETURN-CODE = '00'
               ADD 1 TO RM-CASES-SWITCHED
           ELSE
           IF EB-RETURN-CODE = '03'
               ADD 1 TO RM-CASES-NO-EMAIL.

       P750000-EXIT.
           EXIT.
           TITLE 'RTNMAIL --> IS THE ADDRESS UNDELIVERABLE'.
       P800000-QUERY-THE-FLAG SECTION.

           MOVE ZERO TO WS-OPEN-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-COUNT
                 FROM RETURNED_MAIL
                WHERE IDNTITY     = :RM-IDNTITY
                  AND MAIL_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RM-RETURN-CODE
               GO TO P800000-EXIT.

           MOVE WS-OPEN-COUNT TO RM-OPEN-RETURNS.
           IF WS-OPEN-COUNT > ZERO
               MOVE 'Y' TO RM-UNDELIVERABLE-SW
           ELSE
               MOVE 'N' TO RM-UNDELIVERABLE-SW.

       P800000-EXIT.
           EXIT.
           TITLE 'RTNMAIL --> CLEAR THE FLAG ON A CORRECTED ADDRESS'.
       P900000-CLEAR-THE-FLAG SECTION.

      *----------------------------------------------------------------*
      *    EVERY OPEN RETURN FOR THE IDENTITY IS CLEARED AND ITS       *
      *    MAILDESK DIARY COMPLETED.  A CASE SWITCHED TO EMAIL STAYS   *
      *    ON EMAIL - PUTTING IT BACK ON PAPER IS A PREFERENCE CHANGE  *
      *    ON THE NA340 PANEL.                                         *
      *----------------------------------------------------------------*
           PERFORM P800000-QUERY-THE-FLAG THRU P800000-EXIT.

           IF RM-RETURN-CODE NOT = '00'
               OR RM-UNDELIVERABLE-SW NOT = 'Y'
               GO TO P900000-EXIT.

           EXEC SQL
               UPDATE RETURNED_MAIL
                  SET MAIL_STATUS       = 'C',
                      CLEARED_LOGON     = :RM-OPERATOR-LOGON,
                      CLEARED_TIMESTAMP = CURRENT TIMESTAMP
                WHERE IDNTITY     = :RM-IDNTITY
                  AND MAIL_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RM-RETURN-CODE
               GO TO P900000-EXIT.

           MOVE 'N' TO RM-UNDELIVERABLE-SW.

           EXEC SQL
               OPEN RMDIACUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RM-RETURN-CODE
               GO TO P900000-EXIT.

           MOVE 'N' TO WS-DIARY-EOF-SW.

           PERFORM P950000-COMPLETE-ONE-DIARY THRU P950000-EXIT
               UNTIL DIARY-EOF.

           EXEC SQL
               CLOSE RMDIACUR
           END-EXEC.

       P900000-EXIT.
           EXIT.
           TITLE 'RTNMAIL --> COMPLETE ONE MAILDESK DIARY'.
       P950000-COMPLETE-ONE-DIARY SECTION.

           EXEC SQL
               FETCH RMDIACUR
                 INTO :WS-OPEN-DIARY-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO RM-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-DIARY-EOF-SW
               GO TO P950000-EXIT.

           MOVE SPACES            TO DIARY-COMM-AREA.
           MOVE 'C'               TO DY-FUNCTION-CODE.
           MOVE WS-OPEN-DIARY-ID  TO DY-DIARY-ID.
           MOVE RM-OPERATOR-LOGON TO DY-OPERATOR-LOGON.
           MOVE ZERO              TO DY-ITEMS-LISTED DY-ITEMS-OVERDUE.

           EXEC CICS LINK
                     PROGRAM  ('DIARYMNT')
                     COMMAREA (DIARY-COMM-AREA)
                     LENGTH   (LENGTH OF DIARY-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P950000-EXIT.
           EXIT.
