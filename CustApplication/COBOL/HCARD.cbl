      *  DATE       BY    DESCRIPTION                                   *
      *  09/03/26   RAK   DROP A CARD-QUEUED EVENT ON THE NOTIFGW       *
      *                   QUEUE FOR EACH NEWLY QUEUED CARD.             *
      *  10/15/26   TGW   SEND A CARD FOR A CASE WITH A FOREIGN ADDRESS *
      *                   TO THE HCRI INTERNATIONAL STREAM WITH ITS     *
      *                   POSTAGE CLASS AND COUNTRY LINE.               *
      *  10/15/26   TGW   LEAVE A CARD QUEUED WHILE THE ADDRESS IS      *
      *                   UNDELIVERABLE (RTNMAIL) AND COUNT IT IN       *
      *                   HC-CARDS-HELD.                                *
      *  10/15/26   TGW   ADD FUNCTION 'T' - TERM A TERMED MEMBER'S     *
      *                   CARD: STAMP HCARD_TERM_DATE AND WITHDRAW ANY  *
      *                   CARD STILL QUEUED (STATUS 'X').               *
      *  10/15/26   TGW   PRINT THE MEMBER ID (MBRIDGEN) AT THE HEAD OF *
      *                   THE VENDOR RECORD IN PLACE OF ANY SSN-DERIVED *
      *                   NUMBER, ASSIGNING ONE TO A MEMBER WHO HAS     *
      *                   NONE; THE INTERNATIONAL POSTAGE AND COUNTRY   *
      *                   FIELDS MOVE TO 67 AND 72.  REASON 'I'         *
      *                   REISSUES A CARD FOR A NEWLY ISSUED MEMBER ID. *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'Q'/'B' RUN FOR A PREDECESSOR THAT HAS NOT    *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-CARD-LAST-NAME            PIC X(20) VALUE SPACES.
       01  WS-CARD-FIRST-NAME           PIC X(15) VALUE SPACES.
       01  WS-CARD-CW-CODE              PIC X(1)  VALUE SPACE.
       01  WS-CARD-MEMBER-ID            PIC X(11) VALUE SPACES.
       01  WS-CARD-REASON               PIC X(1)  VALUE SPACE.
       01  WS-CARD-REISSUES             PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-QUEUED-COUNT              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-EMP-COUNT                 PIC S9(5) COMP-3 VALUE ZERO.

       01  WS-VENDOR-LINE               PIC X(101) VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-PRINT-QUEUE               PIC X(4)  VALUE 'HCRD'.

       01  INTLADR-COMM-AREA.
           COPY INTLADRC.

       01  RTNMAIL-COMM-AREA.
           COPY RTNMAILC.

       01  NOTIFGW-COMM-AREA.
           COPY NOTIFGWC.

       01  MBRIDGEN-COMM-AREA.
           COPY MBRIDGC.

           COPY EMPLOYEE.
           COPY CARDQ.

                ORDER BY UNIQUE-NUM, EMP_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE OPEN QUEUE WITH THE MEMBER ID THE CARD IS PRINTED       *
      *    UNDER - BLANK WHEN THE MEMBER HAS NONE YET.                 *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE HCRDPCUR CURSOR FOR
               SELECT Q.CASENAME#IDNTITY,
                      Q.CASE_NUM,
                      Q.REISSUE_COUNT,
                      E.LAST_NAME,
                      E.FIRST_NAME,
                      E.CW_CARD_CODE,
                      VALUE((SELECT X.MEMBER_ID
                               FROM MEMBER_ID_XREF X
                              WHERE X.CASENAME#IDNTITY =
                                        Q.CASENAME#IDNTITY
                                AND X.CASE_NUM = Q.CASE_NUM
                                AND X.EMP_NUM  = Q.EMP_NUM
                                AND X.DEP_NUM  = 0), ' ')
                 FROM CARD_QUEUE Q, EMPLOYEE E
                WHERE E.CASENAME#IDNTITY = Q.CASENAME#IDNTITY
                  AND E.UNIQUE-NUM       = Q.CASE_NUM
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'HCARD   ' TO RL-PROGRAM-NAME.
           IF HC-FUNCTION-CODE = 'Q' OR 'B'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO HC-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO HC-RETURN-CODE.
           MOVE ZERO TO HC-CARDS-QUEUED HC-CARDS-PRODUCED
                        HC-CARDS-HELD HC-CARDS-TERMED.

           EVALUATE HC-FUNCTION-CODE
               WHEN 'Q'
                   PERFORM P400000-PRODUCE-THE-FILE THRU P400000-EXIT
               WHEN 'R'
                   PERFORM P600000-REISSUE-ONE-CARD THRU P600000-EXIT
               WHEN 'T'
                   PERFORM P700000-TERM-ONE-CARD THRU P700000-EXIT
               WHEN OTHER
                   MOVE '01' TO HC-RETURN-CODE
           END-EVALUATE.
                      :WS-CARD-REISSUES,
                      :WS-CARD-LAST-NAME,
                      :WS-CARD-FIRST-NAME,
                      :WS-CARD-CW-CODE,
                      :WS-CARD-MEMBER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-PROD-EOF-SW
               GO TO P450000-EXIT.

      *    A CARD FOR AN ADDRESS THE POST OFFICE HAS RETURNED MAIL
      *    FROM STAYS QUEUED ('Q') UNTIL THE ADDRESS IS CORRECTED.
           PERFORM P440000-CHECK-RETURNED-MAIL THRU P440000-EXIT.

           IF RM-UNDELIVERABLE-SW = 'Y'
               ADD 1 TO HC-CARDS-HELD
               GO TO P450000-EXIT.

      *    THE CARD CARRIES THE MEMBER ID, NEVER THE SSN - A MEMBER
      *    WITHOUT ONE YET IS GIVEN ONE HERE.
           IF WS-CARD-MEMBER-ID = SPACES
               PERFORM P470000-GET-THE-MEMBER-ID THRU P470000-EXIT
               IF HC-RETURN-CODE NOT = '00'
                   MOVE 'Y' TO WS-PROD-EOF-SW
                   GO TO P450000-EXIT
               END-IF
           END-IF.

           MOVE WS-CARD-EMP-NUM TO WS-EDIT-EMP.
           MOVE SPACES TO WS-VENDOR-LINE.
           STRING WS-CARD-MEMBER-ID  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-CARD-CASE-NUM   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EDIT-EMP        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
               INTO WS-VENDOR-LINE
           END-STRING.

           PERFORM P460000-PICK-MAIL-STREAM THRU P460000-EXIT.

           EXEC CICS WRITEQ TD QUEUE (WS-PRINT-QUEUE)
                     FROM    (WS-VENDOR-LINE)
                     LENGTH  (LENGTH OF WS-VENDOR-LINE)
                     RESP    (WS-CICS-RESP)
           ADD 1 TO HC-CARDS-PRODUCED.

       P450000-EXIT.
           EXIT.
           TITLE 'HCARD --> IS THE ADDRESS UNDELIVERABLE'.
       P440000-CHECK-RETURNED-MAIL SECTION.

           MOVE SPACES           TO RTNMAIL-COMM-AREA.
           MOVE 'Q'              TO RM-FUNCTION-CODE.
           MOVE WS-CARD-IDNTITY  TO RM-IDNTITY.

           EXEC CICS LINK
                     PROGRAM  ('RTNMAIL')
                     COMMAREA (RTNMAIL-COMM-AREA)
                     LENGTH   (LENGTH OF RTNMAIL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR RM-RETURN-CODE NOT = '00'
               MOVE 'N'          TO RM-UNDELIVERABLE-SW.

       P440000-EXIT.
           EXIT.
           TITLE 'HCARD --> DOMESTIC OR INTERNATIONAL MAIL STREAM'.
       P460000-PICK-MAIL-STREAM SECTION.

      *    A CARD FOR A CASE WITH A FOREIGN ADDRESS GOES TO THE VENDOR
      *    ON THE HCRI INTERNATIONAL STREAM, THE POSTAGE CLASS AND
      *    COUNTRY LINE APPENDED TO THE VENDOR RECORD.
           MOVE 'HCRD'           TO WS-PRINT-QUEUE.

           MOVE SPACES           TO INTLADR-COMM-AREA.
           MOVE 'M'              TO IA-FUNCTION-CODE.
           MOVE WS-CARD-IDNTITY  TO IA-IDNTITY.

           EXEC CICS LINK
                     PROGRAM  ('INTLADR')
                     COMMAREA (INTLADR-COMM-AREA)
                     LENGTH   (LENGTH OF INTLADR-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR IA-RETURN-CODE NOT = '00'
               OR IA-FOREIGN-IND NOT = 'Y'
               GO TO P460000-EXIT.

           MOVE 'HCRI'           TO WS-PRINT-QUEUE.
           MOVE IA-POSTAGE-CLASS TO WS-VENDOR-LINE (67:4).
           MOVE IA-COUNTRY-LINE  TO WS-VENDOR-LINE (72:30).

       P460000-EXIT.
           EXIT.
           TITLE 'HCARD --> THE MEMBER ID THE CARD IS PRINTED UNDER'.
       P470000-GET-THE-MEMBER-ID SECTION.

           MOVE SPACES             TO MBRIDGEN-COMM-AREA.
           MOVE 'A'                TO MI-FUNCTION-CODE.
           MOVE WS-CARD-IDNTITY    TO MI-IDNTITY.
           MOVE WS-CARD-CASE-NUM   TO MI-CASE-NUM.
           MOVE WS-CARD-EMP-NUM    TO MI-EMP-NUM.
           MOVE ZERO               TO MI-DEP-NUM.

           EXEC CICS LINK
                     PROGRAM  ('MBRIDGEN')
                     COMMAREA (MBRIDGEN-COMM-AREA)
                     LENGTH   (LENGTH OF MBRIDGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR MI-RETURN-CODE NOT = '00'
               MOVE '12' TO HC-RETURN-CODE
               GO TO P470000-EXIT.

           MOVE MI-MEMBER-ID       TO WS-CARD-MEMBER-ID.

       P470000-EXIT.
           EXIT.
           TITLE 'HCARD --> ONLINE REISSUE'.
       P600000-REISSUE-ONE-CARD SECTION.

       P600000-EXIT.
           EXIT.
           TITLE 'HCARD --> TERM THE CARD OF A TERMED MEMBER'.
       P700000-TERM-ONE-CARD SECTION.

           MOVE SPACES TO WS-CARD-IDNTITY.

           EXEC SQL
               SELECT CASENAME#IDNTITY
                 INTO :WS-CARD-IDNTITY
                 FROM EMPLOYEE
                WHERE UNIQUE-NUM = :HC-CASE-NUM
                  AND EMP_NUM    = :HC-EMP-NUM
                  AND ACTIVE_IND = 'N'
                  AND TERM_DATE IS NOT NULL
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '02' TO HC-RETURN-CODE
               GO TO P700000-EXIT.

      *----------------------------------------------------------------*
      *    A CARD STILL WAITING ON THE VENDOR FILE IS WITHDRAWN - THE  *
      *    MEMBER IS NO LONGER COVERED WHEN IT WOULD ARRIVE.           *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE CARD_QUEUE
                  SET QUEUE_STATUS = 'X'
                WHERE CASE_NUM     = :HC-CASE-NUM
                  AND EMP_NUM      = :HC-EMP-NUM
                  AND QUEUE_STATUS = 'Q'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO HC-RETURN-CODE
               GO TO P700000-EXIT.

      *----------------------------------------------------------------*
      *    A MEMBER WHO WAS CARDED HAS THE CARD TERMED ON THE DATE THE *
      *    COVERAGE ENDED.                                             *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE EMPLOYEE
                  SET HCARD_TERM_DATE = TERM_DATE
                WHERE CASENAME#IDNTITY = :WS-CARD-IDNTITY
                  AND UNIQUE-NUM       = :HC-CASE-NUM
                  AND EMP_NUM          = :HC-EMP-NUM
                  AND HCARD_EFF_DATE IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO HC-RETURN-CODE
               GO TO P700000-EXIT.

           IF SQLCODE = ZERO
               MOVE 1 TO HC-CARDS-TERMED.

       P700000-EXIT.
           EXIT.
