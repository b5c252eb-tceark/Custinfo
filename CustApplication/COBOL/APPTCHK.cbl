      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   REFUSE THE CHECK AND THE SUPERVISOR OVERRIDE  *
      *                   (RC 04) FOR AN AGENT WHOSE BROKER CONTRACT IS *
      *                   TERMINATED; FUNCTION 'T' EXPIRES EVERY LIVE   *
      *                   APPOINTMENT FOR BRKTERM.                      *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-APPT-COUNT                PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CHECK-CARRIER             PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-TIMESTAMP           PIC X(26) VALUE SPACES.
       01  WS-BROKER-ROWS               PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-LIVE-CONTRACTS            PIC S9(5) COMP-3 VALUE ZERO.

           COPY APPOINT.
           COPY BROKER.
                   PERFORM P400000-EXPIRE-APPOINTMENT THRU P400000-EXIT
               WHEN 'O'
                   PERFORM P500000-RECORD-OVERRIDE THRU P500000-EXIT
               WHEN 'T'
                   PERFORM P600000-EXPIRE-ALL-FOR-AGENT
                      THRU P600000-EXIT
               WHEN OTHER
                   MOVE '02' TO AP-RETURN-CODE
           END-EVALUATE.
           TITLE 'APPTCHK --> IS THE AGENT APPOINTED TODAY'.
       P200000-CHECK-APPOINTMENT SECTION.

           PERFORM P250000-CHECK-THE-CONTRACT THRU P250000-EXIT.

           IF AP-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           MOVE ZERO TO WS-APPT-COUNT.
           MOVE AP-CARRIER-CODE TO WS-CHECK-CARRIER.

               MOVE '02' TO AP-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'APPTCHK --> IS THE AGENT CONTRACT STILL IN FORCE'.
       P250000-CHECK-THE-CONTRACT SECTION.
      *----------------------------------------------------------------*
      *    AN AGENT WHOSE EVERY BROKER ROW IS TERMINATED (BRKTERM      *
      *    STATUS 'T', OR AN END_DATE ALREADY PASSED) WRITES NOTHING,  *
      *    APPOINTMENT OR NOT.  AN AGENT WITH NO BROKER ROW AT ALL IS  *
      *    LEFT TO THE APPOINTMENT CHECK AS BEFORE.                    *
      *----------------------------------------------------------------*

           MOVE ZERO TO WS-BROKER-ROWS WS-LIVE-CONTRACTS.

           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE WHEN PSI_STATUS_CODE <> 'T'
                                      AND (END_DATE IS NULL
                                       OR END_DATE > CURRENT DATE)
                                     THEN 1 ELSE 0 END), 0)
                 INTO :WS-BROKER-ROWS,
                      :WS-LIVE-CONTRACTS
                 FROM BROKER
                WHERE AGNTNAME#IDNTY = :AP-AGENT-IDNTITY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AP-RETURN-CODE
               GO TO P250000-EXIT.

           IF WS-BROKER-ROWS > ZERO
               AND WS-LIVE-CONTRACTS = ZERO
               MOVE '04' TO AP-RETURN-CODE.

       P250000-EXIT.
           EXIT.
           TITLE 'APPTCHK --> FILE ONE APPOINTMENT'.
       P300000-ADD-APPOINTMENT SECTION.
      *    SUPERVISOR'S INITIALS AND THE AGENT OVERRIDDEN.             *
      *----------------------------------------------------------------*

      *    NO SUPERVISOR CAN OVERRIDE A TERMINATED CONTRACT.
           PERFORM P250000-CHECK-THE-CONTRACT THRU P250000-EXIT.

           IF AP-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           EXEC SQL
               INSERT INTO APPOINTMENT
                      ( AGENT_IDNTITY,

       P500000-EXIT.
           EXIT.
           TITLE 'APPTCHK --> EXPIRE EVERY APPOINTMENT FOR AN AGENT'.
       P600000-EXPIRE-ALL-FOR-AGENT SECTION.
      *----------------------------------------------------------------*
      *    CONTRACT TERMINATION.  EXPIRED AS OF YESTERDAY SO TODAY'S   *
      *    CHECK ALREADY FAILS - THE AGENT WRITES NOTHING MORE.        *
      *----------------------------------------------------------------*

           EXEC SQL
               UPDATE APPOINTMENT
                  SET EXPIRY_DATE = CURRENT DATE - 1 DAY
                WHERE AGENT_IDNTITY = :AP-AGENT-IDNTITY
                  AND EXPIRY_DATE  >= CURRENT DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO AP-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO AP-RETURN-CODE
           END-EVALUATE.

       P600000-EXIT.
           EXIT.
