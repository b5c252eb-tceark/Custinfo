       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRKTERM.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: BRKTERM                                        *
      *  PROGRAM TEXT:  BROKER CONTRACT TERMINATION.  ENDING A CONTRACT *
      *                 USED TO MEAN SOMEBODY REMEMBERING TO STOP       *
      *                 PAYING THE BROKER, WITH THE VESTED TAIL FIGURED *
      *                 BY HAND.  FUNCTION 'T' ENDS THE BROKER ROW      *
      *                 (END_DATE, PSI AND CARRIER STATUS, THE VESTING  *
      *                 TERMS), HAS APPTCHK EXPIRE EVERY LIVE           *
      *                 APPOINTMENT SO NO NEW BUSINESS IS WRITTEN ON    *
      *                 THE AGENT FROM TODAY, LISTS EVERY CASE ON THE   *
      *                 BOOK TO THE BRKT TDQ, RECORDS A                 *
      *                 BROKER_TERMINATION ROW AND SENDS THE BROKER AND *
      *                 EACH GROUP A TERMINATION LETTER THROUGH         *
      *                 CORRGEN.  COMMDISB PAYS THE BOOK AT THE VESTED  *
      *                 PERCENTAGE UNTIL VESTING_END_DATE.  FUNCTION    *
      *                 'M', THE NIGHTLY SWEEP, THEN MOVES EACH VESTED- *
      *                 OUT BOOK TO THE SUCCESSOR BROKER OR THE HOUSE   *
      *                 ACCOUNT THROUGH BORCHG (SPLIT PARTICIPATIONS    *
      *                 OUTSIDE THE AGENCY THROUGH COMSPLIT), ONE UNIT  *
      *                 OF WORK PER BROKER.  A BROKER WITH NO VESTED    *
      *                 TAIL MOVES AT ONCE.  FUNCTION 'L' PREVIEWS THE  *
      *                 BOOK.                                           *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.

       01  WS-CASE-EOF-SW               PIC X     VALUE 'N'.
           88  CASE-EOF                 VALUE 'Y'.
       01  WS-SPLIT-EOF-SW              PIC X     VALUE 'N'.
           88  SPLIT-EOF                VALUE 'Y'.
       01  WS-MOVE-EOF-SW               PIC X     VALUE 'N'.
           88  MOVE-EOF                 VALUE 'Y'.
       01  WS-BOOK-LEFT-SW              PIC X     VALUE 'N'.
           88  A-BOOK-WAS-LEFT          VALUE 'Y'.

       01  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
       01  WS-TERM-DATE                 PIC X(10) VALUE SPACES.
       01  WS-END-DATE-IND              PIC S9(4) COMP VALUE ZERO.
       01  WS-SUCCESSOR-IND             PIC S9(4) COMP VALUE ZERO.
       01  IND-BKT-SUCCESSOR            PIC S9(4) COMP VALUE ZERO.
       01  WS-BROKER-COUNT              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-TARGET-BROKER-ID          PIC X(9)  VALUE SPACES.
       01  WS-SUCCESSOR-TEXT            PIC X(30) VALUE SPACES.
       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-SPLITS-MOVED              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-AUDIT-TIMESTAMP           PIC X(26) VALUE SPACES.
       01  WS-RULE-NAME                 PIC X(15) VALUE SPACES.
       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(90) VALUE SPACES.
       01  WS-EDIT-VEST-PCT             PIC ZZ9.9 VALUE ZERO.
       01  WS-EDIT-CASES                PIC ZZZZ9 VALUE ZERO.

       01  APPTCHK-COMM-AREA.
           COPY APPTCHKC.

       01  BORCHG-COMM-AREA.
           COPY BORCHGC.

       01  COMSPLIT-COMM-AREA.
           COPY COMSPLTC.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

           COPY BROKER.
           COPY BRKTRM.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE BOOK: EVERY CASE WRITTEN UNDER THE BROKER'S AGENCY (THE *
      *    AGENT_REP_ID LINKAGE BORCHG AND COMMDISB USE) AND EVERY     *
      *    CASE WHERE THE BROKER HOLDS AN ACTIVE SPLIT PARTICIPATION.  *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE BTCASCUR CURSOR FOR
               SELECT C.CASE_NUM,
                      C.CASENAME#IDNTITY
                 FROM CASE_MASTER C
                WHERE C.AGENT_REP_ID = :AGENCY-NUM
                   OR EXISTS
                      (SELECT 1 FROM COMM_SPLIT S
                        WHERE S.CASE_NUM  = C.CASE_NUM
                          AND S.BROKER_ID = :BKT-BROKER-ID
                          AND S.TERM_DATE IS NULL)
                ORDER BY C.CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    SPLIT PARTICIPATIONS ON CASES OUTSIDE THE AGENCY - BORCHG   *
      *    ONLY WALKS THE AGENCY, SO THESE ARE CUT OVER HERE.          *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE BTSPLCUR CURSOR FOR
               SELECT S.CASE_NUM
                 FROM COMM_SPLIT S, CASE_MASTER C
                WHERE S.CASE_NUM      = C.CASE_NUM
                  AND S.BROKER_ID     = :BKT-BROKER-ID
                  AND S.TERM_DATE IS NULL
                  AND C.AGENT_REP_ID <> :AGENCY-NUM
                ORDER BY S.CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    TERMINATED BOOKS WHOSE VESTING HAS RUN OUT.  WITH HOLD SO   *
      *    THE PER-BROKER SYNCPOINT DOES NOT CLOSE THE CURSOR; THE     *
      *    BOOK_MOVED_DATE STAMP MAKES A RERUN RESUME.                 *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE BTMOVCUR CURSOR WITH HOLD FOR
               SELECT BROKER_ID,
                      SUCCESSOR_BROKER_ID,
                      CHAR(VESTING_END_DATE, ISO)
                 FROM BROKER_TERMINATION
                WHERE BOOK_MOVED_DATE IS NULL
                  AND VESTING_END_DATE <= CURRENT DATE
                ORDER BY BROKER_ID
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'BRKTERM --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY BRKTERMC.
           TITLE 'BRKTERM --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO BT-RETURN-CODE.
           MOVE ZERO TO BT-CASES-AFFECTED BT-LETTERS-SENT
                        BT-BOOKS-MOVED.

           PERFORM P100000-GET-TODAY-DATE THRU P100000-EXIT.

           EVALUATE BT-FUNCTION-CODE
               WHEN 'L'
                   PERFORM P150000-RESOLVE-THE-BROKER THRU P150000-EXIT
                   IF BT-RETURN-CODE = '00'
                       PERFORM P300000-LIST-THE-BOOK THRU P300000-EXIT
                   END-IF
               WHEN 'T'
                   PERFORM P150000-RESOLVE-THE-BROKER THRU P150000-EXIT
                   IF BT-RETURN-CODE = '00'
                       PERFORM P200000-TERMINATE-THE-BROKER
                          THRU P200000-EXIT
                   END-IF
               WHEN 'M'
                   PERFORM P600000-VESTED-BOOK-SWEEP THRU P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO BT-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> GET CURRENT DATE'.
       P100000-GET-TODAY-DATE SECTION.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF BT-TERM-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-TERM-DATE
           ELSE
               MOVE BT-TERM-DATE  TO WS-TERM-DATE.

       P100000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> THE BROKER AND ITS VESTING TERMS'.
       P150000-RESOLVE-THE-BROKER SECTION.

           MOVE BT-BROKER-ID TO BKT-BROKER-ID.

           EXEC SQL
               SELECT AGNTNAME#IDNTY,
                      AGENCY_NUM,
                      CHAR(END_DATE, ISO),
                      VESTING_PERCENT,
                      CHAR(VESTING_END_DATE, ISO)
                 INTO :AGNTNAME-IDNTY,
                      :AGENCY-NUM       :IND-AGENCY-NUM,
                      :END-DATE         :WS-END-DATE-IND,
                      :VESTING-PERCENT  :IND-VESTING-PERCENT,
                      :VESTING-END-DATE :IND-VESTING-END-DATE
                 FROM BROKER
                WHERE BROKER_ID = :BT-BROKER-ID
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO BT-RETURN-CODE
               GO TO P150000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BT-RETURN-CODE
               GO TO P150000-EXIT.

           IF IND-AGENCY-NUM < ZERO
               MOVE SPACES TO AGENCY-NUM.

           IF BT-FUNCTION-CODE = 'T'
               AND WS-END-DATE-IND NOT < ZERO
               AND END-DATE NOT > WS-TODAY-DATE
               MOVE '03' TO BT-RETURN-CODE
               GO TO P150000-EXIT.

           IF BT-SUCCESSOR-BROKER-ID NOT = SPACES
               MOVE ZERO TO WS-BROKER-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-BROKER-COUNT
                     FROM BROKER
                    WHERE BROKER_ID = :BT-SUCCESSOR-BROKER-ID
               END-EXEC
               IF WS-BROKER-COUNT = ZERO
                   MOVE '04' TO BT-RETURN-CODE
                   GO TO P150000-EXIT
               END-IF
               MOVE BT-SUCCESSOR-BROKER-ID TO WS-SUCCESSOR-TEXT
           ELSE
               MOVE 'THE HOUSE ACCOUNT' TO WS-SUCCESSOR-TEXT.

      *----------------------------------------------------------------*
      *    THE VESTED TAIL: WHAT THE CALLER NAMES, ELSE WHAT THE       *
      *    BROKER ROW ALREADY CARRIES.  A BROKER WITH NO VESTING       *
      *    SCHEDULE AT ALL VESTS NOTHING - THE BOOK MOVES ON THE TERM  *
      *    DATE.                                                       *
      *----------------------------------------------------------------*
           IF BT-VESTING-PERCENT > ZERO
               MOVE BT-VESTING-PERCENT TO BKT-VESTING-PERCENT
           ELSE
               IF IND-VESTING-PERCENT < ZERO
                   MOVE ZERO            TO BKT-VESTING-PERCENT
               ELSE
                   MOVE VESTING-PERCENT TO BKT-VESTING-PERCENT
               END-IF
           END-IF.

           IF BT-VESTING-END-DATE NOT = SPACES
               MOVE BT-VESTING-END-DATE TO BKT-VESTING-END-DATE
           ELSE
               IF IND-VESTING-END-DATE < ZERO
                   MOVE WS-TERM-DATE     TO BKT-VESTING-END-DATE
               ELSE
                   MOVE VESTING-END-DATE TO BKT-VESTING-END-DATE
               END-IF
           END-IF.

           IF BKT-VESTING-END-DATE < WS-TERM-DATE
               MOVE WS-TERM-DATE TO BKT-VESTING-END-DATE.

           IF BKT-VESTING-PERCENT NOT > ZERO
               MOVE WS-TERM-DATE TO BKT-VESTING-END-DATE.

           IF BT-CARR-STATUS-CODE = SPACES
               MOVE 'TM'                TO BKT-CARR-STATUS-CODE
           ELSE
               MOVE BT-CARR-STATUS-CODE TO BKT-CARR-STATUS-CODE.

           MOVE BKT-VESTING-PERCENT TO WS-EDIT-VEST-PCT.

       P150000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> TERMINATE THE CONTRACT'.
       P200000-TERMINATE-THE-BROKER SECTION.

           EXEC SQL
               UPDATE BROKER
                  SET END_DATE         = DATE(:WS-TERM-DATE),
                      PSI_STATUS_CODE  = 'T',
                      CARR_STATUS_CODE = :BKT-CARR-STATUS-CODE,
                      VESTING_PERCENT  = :BKT-VESTING-PERCENT,
                      VESTING_END_DATE = DATE(:BKT-VESTING-END-DATE),
                      REVISED_DATE     = CURRENT DATE,
                      REVISED_LOGON    = :BT-OPERATOR-LOGON
                WHERE BROKER_ID = :BT-BROKER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BT-RETURN-CODE
               GO TO P200000-BACK-OUT.

      *----------------------------------------------------------------*
      *    NEW BUSINESS STOPS TODAY WHATEVER THE TERM DATE: APPTCHK    *
      *    EXPIRES EVERY LIVE APPOINTMENT THE AGENT HOLDS, AND ITS     *
      *    CHECK REFUSES A TERMINATED CONTRACT FROM HERE ON.           *
      *----------------------------------------------------------------*
           MOVE SPACES               TO APPTCHK-COMM-AREA.
           MOVE 'T'                  TO AP-FUNCTION-CODE.
           MOVE AGNTNAME-IDNTY       TO AP-AGENT-IDNTITY.
           MOVE BT-OPERATOR-INITIALS TO AP-OPERATOR-INITIALS.
           MOVE BT-OPERATOR-LOGON    TO AP-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('APPTCHK')
                     COMMAREA (APPTCHK-COMM-AREA)
                     LENGTH   (LENGTH OF APPTCHK-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    03 MEANS THE AGENT HELD NO LIVE APPOINTMENT - NOTHING TO
      *    EXPIRE, NOT AN ERROR.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR AP-RETURN-CODE NOT = '00' AND '03'
               MOVE '12' TO BT-RETURN-CODE
               GO TO P200000-BACK-OUT.

           PERFORM P300000-LIST-THE-BOOK THRU P300000-EXIT.

           IF BT-RETURN-CODE NOT = '00'
               GO TO P200000-BACK-OUT.

           IF BT-SUCCESSOR-BROKER-ID = SPACES
               MOVE -1 TO WS-SUCCESSOR-IND
           ELSE
               MOVE ZERO TO WS-SUCCESSOR-IND.

           MOVE BT-CASES-AFFECTED TO BKT-CASES-AFFECTED.

           EXEC SQL
               INSERT INTO BROKER_TERMINATION
                      ( BROKER_ID,
                        TERM_DATE,
                        CARR_STATUS_CODE,
                        VESTING_PERCENT,
                        VESTING_END_DATE,
                        SUCCESSOR_BROKER_ID,
                        BOOK_MOVED_DATE,
                        MOVED_TO_BROKER_ID,
                        CASES_AFFECTED,
                        TERM_LOGON,
                        TERM_TIMESTAMP )
               VALUES ( :BT-BROKER-ID,
                        DATE(:WS-TERM-DATE),
                        :BKT-CARR-STATUS-CODE,
                        :BKT-VESTING-PERCENT,
                        DATE(:BKT-VESTING-END-DATE),
                        :BT-SUCCESSOR-BROKER-ID :WS-SUCCESSOR-IND,
                        NULL,
                        NULL,
                        :BKT-CASES-AFFECTED,
                        :BT-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BT-RETURN-CODE
               GO TO P200000-BACK-OUT.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-AUDIT-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    THE 'BU' BROKER-UPDATE AUDIT CODE AUDCOMM ALREADY DEFINES.
           EXEC SQL
               INSERT INTO AUDIT_COMM
                      (AUDIT_TIMESTAMP, INITIALS, AUDIT_CODE,
                       BROKERNUM)
               VALUES (:WS-AUDIT-TIMESTAMP, :BT-OPERATOR-INITIALS,
                       'BU', :BT-BROKER-ID)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BT-RETURN-CODE
               GO TO P200000-BACK-OUT.

      *----------------------------------------------------------------*
      *    THE BROKER'S OWN TERMINATION LETTER.  A FAILED LETTER IS    *
      *    NOT A REASON TO UNDO THE TERMINATION.                       *
      *----------------------------------------------------------------*
           MOVE SPACES               TO CORRGEN-COMM-AREA.
           MOVE 'G'                  TO CG-FUNCTION-CODE.
           MOVE 'BRKTERM '           TO CG-TEMPLATE-ID.
           MOVE AGNTNAME-IDNTY       TO CG-IDNTITY.
           MOVE BT-BROKER-ID         TO CG-SUBST-VALUE (1).
           MOVE WS-TERM-DATE         TO CG-SUBST-VALUE (2).
           MOVE WS-EDIT-VEST-PCT     TO CG-SUBST-VALUE (3).
           MOVE BKT-VESTING-END-DATE TO CG-SUBST-VALUE (4).
           MOVE WS-SUCCESSOR-TEXT    TO CG-SUBST-VALUE (5).
           MOVE BT-OPERATOR-LOGON    TO CG-OPERATOR-LOGON.
           MOVE 'BRKTERM '           TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND CG-RETURN-CODE = '00'
               ADD 1 TO BT-LETTERS-SENT.

      *----------------------------------------------------------------*
      *    NO VESTED TAIL - THE BOOK MOVES NOW RATHER THAN WAITING     *
      *    FOR THE NIGHTLY SWEEP.  A MISSING HOUSE ACCOUNT LEAVES THE  *
      *    TERMINATION STANDING AND THE BOOK FOR THE SWEEP.            *
      *----------------------------------------------------------------*
           IF BKT-VESTING-END-DATE NOT > WS-TODAY-DATE
               MOVE WS-SUCCESSOR-IND TO IND-BKT-SUCCESSOR
               MOVE BT-SUCCESSOR-BROKER-ID TO BKT-SUCCESSOR-ID
               PERFORM P500000-MOVE-THE-BOOK THRU P500000-EXIT
           END-IF.

           IF BT-RETURN-CODE = '12'
               GO TO P200000-BACK-OUT.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

           GO TO P200000-EXIT.

       P200000-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> LIST EVERY CASE ON THE BOOK'.
       P300000-LIST-THE-BOOK SECTION.

           EXEC SQL
               OPEN BTCASCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BT-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE 'N' TO WS-CASE-EOF-SW.

           PERFORM P350000-LIST-ONE-CASE THRU P350000-EXIT
               UNTIL CASE-EOF.

           EXEC SQL
               CLOSE BTCASCUR
           END-EXEC.

           MOVE BT-CASES-AFFECTED TO WS-EDIT-CASES.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BROKER '            DELIMITED BY SIZE
                  BT-BROKER-ID         DELIMITED BY SIZE
                  ' CASES ON THE BOOK ' DELIMITED BY SIZE
                  WS-EDIT-CASES        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P300000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> LIST ONE CASE AND SEND ITS LETTER'.
       P350000-LIST-ONE-CASE SECTION.

           EXEC SQL
               FETCH BTCASCUR
                 INTO :WS-CASE-NUM,
                      :WS-CASE-IDNTITY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO BT-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P350000-EXIT.

           ADD 1 TO BT-CASES-AFFECTED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE '              DELIMITED BY SIZE
                  WS-CASE-NUM          DELIMITED BY SIZE
                  ' IDNTITY '          DELIMITED BY SIZE
                  WS-CASE-IDNTITY      DELIMITED BY SIZE
                  ' VESTED '           DELIMITED BY SIZE
                  WS-EDIT-VEST-PCT     DELIMITED BY SIZE
                  ' PCT THRU '         DELIMITED BY SIZE
                  BKT-VESTING-END-DATE DELIMITED BY SIZE
                  ' THEN TO '          DELIMITED BY SIZE
                  WS-SUCCESSOR-TEXT    DELIMITED BY '  '
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           IF BT-FUNCTION-CODE NOT = 'T'
               GO TO P350000-EXIT.

      *    THE GROUP'S NOTICE THAT ITS BROKER HAS CHANGED.
           MOVE SPACES               TO CORRGEN-COMM-AREA.
           MOVE 'G'                  TO CG-FUNCTION-CODE.
           MOVE 'BRKTRMCS'           TO CG-TEMPLATE-ID.
           MOVE WS-CASE-IDNTITY      TO CG-IDNTITY.
           MOVE WS-CASE-NUM          TO CG-CASE-NUM.
           MOVE BT-BROKER-ID         TO CG-SUBST-VALUE (1).
           MOVE WS-TERM-DATE         TO CG-SUBST-VALUE (2).
           MOVE BKT-VESTING-END-DATE TO CG-SUBST-VALUE (3).
           MOVE WS-SUCCESSOR-TEXT    TO CG-SUBST-VALUE (4).
           MOVE BT-OPERATOR-LOGON    TO CG-OPERATOR-LOGON.
           MOVE 'BRKTERM '           TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND CG-RETURN-CODE = '00'
               ADD 1 TO BT-LETTERS-SENT.

       P350000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> MOVE A TERMINATED BOOK'.
       P500000-MOVE-THE-BOOK SECTION.
      *----------------------------------------------------------------*
      *    THE BOOK GOES TO THE SUCCESSOR NAMED AT TERMINATION, ELSE   *
      *    TO THE HOUSE ACCOUNT IN PROGRAM_RULES - THE BROKER'S REGION *
      *    FIRST, THEN THE DEFAULT.                                    *
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT AGENCY_NUM,
                      REGION_NUM
                 INTO :AGENCY-NUM :IND-AGENCY-NUM,
                      :REGION-NUM :IND-REGION-NUM
                 FROM BROKER
                WHERE BROKER_ID = :BKT-BROKER-ID
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BT-RETURN-CODE
               GO TO P500000-EXIT.

           IF IND-AGENCY-NUM < ZERO
               MOVE SPACES TO AGENCY-NUM.
           IF IND-REGION-NUM < ZERO
               MOVE SPACES TO REGION-NUM.

           IF IND-BKT-SUCCESSOR NOT < ZERO
               AND BKT-SUCCESSOR-ID NOT = SPACES
               MOVE BKT-SUCCESSOR-ID TO WS-TARGET-BROKER-ID
           ELSE
               PERFORM P450000-FIND-HOUSE-ACCOUNT THRU P450000-EXIT.

           IF WS-TARGET-BROKER-ID = SPACES
               MOVE '05' TO BT-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE SPACES               TO BORCHG-COMM-AREA.
           MOVE 'C'                  TO BO-FUNCTION-CODE.
           MOVE BKT-BROKER-ID        TO BO-OLD-BROKER-ID.
           MOVE WS-TARGET-BROKER-ID  TO BO-NEW-BROKER-ID.
           MOVE BT-OPERATOR-INITIALS TO BO-OPERATOR-INITIALS.
           MOVE BT-OPERATOR-LOGON    TO BO-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('BORCHG')
                     COMMAREA (BORCHG-COMM-AREA)
                     LENGTH   (LENGTH OF BORCHG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    04 IS AN AGENCY WITH NO CASES LEFT - NOTHING TO MOVE.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO BT-RETURN-CODE
               GO TO P500000-EXIT.

           EVALUATE BO-RETURN-CODE
               WHEN '00'
               WHEN '04'
                   CONTINUE
               WHEN '03'
                   MOVE '04' TO BT-RETURN-CODE
                   GO TO P500000-EXIT
               WHEN OTHER
                   MOVE '12' TO BT-RETURN-CODE
                   GO TO P500000-EXIT
           END-EVALUATE.

           MOVE ZERO TO WS-SPLITS-MOVED.

           EXEC SQL
               OPEN BTSPLCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BT-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-SPLIT-EOF-SW.

           PERFORM P550000-MOVE-ONE-SPLIT THRU P550000-EXIT
               UNTIL SPLIT-EOF.

           EXEC SQL
               CLOSE BTSPLCUR
           END-EXEC.

           IF BT-RETURN-CODE = '12'
               GO TO P500000-EXIT.

           EXEC SQL
               UPDATE BROKER_TERMINATION
                  SET BOOK_MOVED_DATE    = CURRENT DATE,
                      MOVED_TO_BROKER_ID = :WS-TARGET-BROKER-ID
                WHERE BROKER_ID = :BKT-BROKER-ID
                  AND BOOK_MOVED_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BT-RETURN-CODE
               GO TO P500000-EXIT.

           ADD 1 TO BT-BOOKS-MOVED.

           COMPUTE WS-EDIT-CASES = BO-CASES-AFFECTED + WS-SPLITS-MOVED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BROKER '           DELIMITED BY SIZE
                  BKT-BROKER-ID       DELIMITED BY SIZE
                  ' BOOK MOVED TO '   DELIMITED BY SIZE
                  WS-TARGET-BROKER-ID DELIMITED BY SIZE
                  ' CASES '           DELIMITED BY SIZE
                  WS-EDIT-CASES       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P500000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> THE HOUSE ACCOUNT'.
       P450000-FIND-HOUSE-ACCOUNT SECTION.

           MOVE SPACES         TO WS-TARGET-BROKER-ID.
           MOVE 'HOUSE-BROKER' TO WS-RULE-NAME.
           MOVE REGION-NUM     TO WS-RULE-ENTITY.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'BRKTERM'
                  AND RULE        = :WS-RULE-NAME
                  AND RULE_ENTITY = :WS-RULE-ENTITY
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE PR-RULE-VALUE (1:9) TO WS-TARGET-BROKER-ID
               GO TO P450000-EXIT.

           MOVE 'DEFAULT' TO WS-RULE-ENTITY.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'BRKTERM'
                  AND RULE        = :WS-RULE-NAME
                  AND RULE_ENTITY = :WS-RULE-ENTITY
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE PR-RULE-VALUE (1:9) TO WS-TARGET-BROKER-ID.

       P450000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> CUT ONE OUTSIDE SPLIT OVER'.
       P550000-MOVE-ONE-SPLIT SECTION.

           EXEC SQL
               FETCH BTSPLCUR
                 INTO :WS-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO BT-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SPLIT-EOF-SW
               GO TO P550000-EXIT.

           MOVE SPACES              TO COMSPLIT-COMM-AREA.
           MOVE 'C'                 TO CP-FUNCTION-CODE.
           MOVE WS-CASE-NUM         TO CP-CASE-NUM.
           MOVE BKT-BROKER-ID       TO CP-OLD-BROKER-ID.
           MOVE WS-TARGET-BROKER-ID TO CP-NEW-BROKER-ID.
           MOVE BT-OPERATOR-LOGON   TO CP-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('COMSPLIT')
                     COMMAREA (COMSPLIT-COMM-AREA)
                     LENGTH   (LENGTH OF COMSPLIT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR CP-RETURN-CODE NOT = '00' AND '02'
               MOVE '12' TO BT-RETURN-CODE
               MOVE 'Y'  TO WS-SPLIT-EOF-SW
               GO TO P550000-EXIT.

      *    THE SAME CUTOVER RECORD BORCHG KEEPS, SO COMMISSION EARNED
      *    BEFORE TODAY STAYS WITH THE TERMINATED BROKER.
           EXEC SQL
               INSERT INTO BOR_CHANGE
                      ( CASE_NUM,
                        OLD_BROKER_ID,
                        NEW_BROKER_ID,
                        CUTOVER_DATE,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP )
               VALUES ( :WS-CASE-NUM,
                        :BKT-BROKER-ID,
                        :WS-TARGET-BROKER-ID,
                        CURRENT DATE,
                        :BT-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BT-RETURN-CODE
               MOVE 'Y'  TO WS-SPLIT-EOF-SW
               GO TO P550000-EXIT.

           ADD 1 TO WS-SPLITS-MOVED.

       P550000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> NIGHTLY SWEEP OF VESTED-OUT BOOKS'.
       P600000-VESTED-BOOK-SWEEP SECTION.

           MOVE SPACES    TO RUNLOG-COMM-AREA.
           MOVE 'S'       TO RL-FUNCTION-CODE.
           MOVE 'BRKTERM' TO RL-PROGRAM-NAME.
           MOVE 'Y'       TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO BT-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE 'N' TO WS-BOOK-LEFT-SW.

           EXEC SQL
               OPEN BTMOVCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO BT-RETURN-CODE
               GO TO P600000-CLOSE-RUNLOG.

           MOVE 'N' TO WS-MOVE-EOF-SW.

           PERFORM P650000-MOVE-ONE-BOOK THRU P650000-EXIT
               UNTIL MOVE-EOF.

           EXEC SQL
               CLOSE BTMOVCUR
           END-EXEC.

           IF BT-RETURN-CODE = '00' AND A-BOOK-WAS-LEFT
               MOVE '05' TO BT-RETURN-CODE.

       P600000-CLOSE-RUNLOG.

      *    A MID-RUN ERROR CLOSES AS RESTARTABLE - EVERY BOOK ALREADY
      *    STAMPED STANDS AND THE RERUN RESUMES AFTER IT.
           IF BT-RETURN-CODE = '12'
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE.
           MOVE 'BRKTERM'      TO RL-PROGRAM-NAME.
           MOVE BT-BOOKS-MOVED TO RL-RECORD-COUNT.
           MOVE BT-RETURN-CODE TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P600000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> MOVE ONE VESTED-OUT BOOK'.
       P650000-MOVE-ONE-BOOK SECTION.

           EXEC SQL
               FETCH BTMOVCUR
                 INTO :BKT-BROKER-ID,
                      :BKT-SUCCESSOR-ID :IND-BKT-SUCCESSOR,
                      :BKT-VESTING-END-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO BT-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-MOVE-EOF-SW
               GO TO P650000-EXIT.

           PERFORM P500000-MOVE-THE-BOOK THRU P500000-EXIT.

      *----------------------------------------------------------------*
      *    A BOOK WITH NOWHERE TO GO STAYS UNSTAMPED FOR THE NEXT      *
      *    SWEEP; THE RUN CARRIES ON WITH THE OTHERS.                  *
      *----------------------------------------------------------------*
           IF BT-RETURN-CODE = '04' OR '05'
               MOVE 'Y'  TO WS-BOOK-LEFT-SW
               MOVE '00' TO BT-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'BROKER '       DELIMITED BY SIZE
                      BKT-BROKER-ID   DELIMITED BY SIZE
                      ' BOOK NOT MOVED - NO SUCCESSOR OR HOUSE ACCOUNT'
                                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT
               GO TO P650000-EXIT.

           IF BT-RETURN-CODE = '12'
               MOVE 'Y' TO WS-MOVE-EOF-SW
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               GO TO P650000-EXIT.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

       P650000-EXIT.
           EXIT.
           TITLE 'BRKTERM --> WRITE ONE LINE TO BRKT'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('BRKT')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
