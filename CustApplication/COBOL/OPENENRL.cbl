      *                   MID-RUN ERROR AS RESTARTABLE ON               *
      *                   BATCH_RUN_LOG SO OPSCON SHOWS "RESTART"       *
      *                   INSTEAD OF JUST ENDED NONZERO.                *
      *  10/15/26   TGW   PASS EACH MEMBER'S ELECTION THROUGH THE       *
      *                   HMOEDIT SERVICE-AREA AND PCP EDITS - A MEMBER *
      *                   WHO FAILS IS EXCEPTED ON OPEX WITH THE REASON *
      *                   AND LEFT ON THE OLD PLAN.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-MOVE-PROVIDER             PIC X(9)  VALUE SPACES.
       01  WS-MOVE-PROVIDER-IND         PIC S9(4) COMP VALUE ZERO.
       01  WS-MOVE-PREMIUM              PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-MOVE-RATING-ZIP           PIC X(5)  VALUE SPACES.
       01  WS-MOVE-PCP                  PIC X(15) VALUE SPACES.
       01  WS-MOVE-PCP-IND              PIC S9(4) COMP VALUE ZERO.
       01  WS-EXCEPT-REASON             PIC X(20) VALUE SPACES.

       01  HMOEDIT-COMM-AREA.
           COPY HMOEDITC.

       01  WS-EXCEPT-LINE               PIC X(80) VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
               MOVE 'Y' TO WS-MOVE-EOF-SW
               GO TO P300000-EXIT.

      *----------------------------------------------------------------*
      *    AN HMO HEALTH ELECTION NEEDS THE MEMBER'S RATING ZIP INSIDE *
      *    THE CASE'S SERVICE AREA AND A PCP IN THAT NETWORK - A       *
      *    MEMBER WHO FAILS STAYS ON THE OLD PLAN AND IS EXCEPTED.     *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-EXCEPT-REASON WS-MOVE-RATING-ZIP
                          WS-MOVE-PCP.

           EXEC SQL
               SELECT RATING_ZIP,
                      PROVIDER_NUM
                 INTO :WS-MOVE-RATING-ZIP,
                      :WS-MOVE-PCP :WS-MOVE-PCP-IND
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :OE-CASE-NUM
                  AND EMP_NUM          = :WS-MOVE-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO OE-RETURN-CODE
               MOVE 'Y'  TO WS-MOVE-EOF-SW
               GO TO P300000-EXIT.

           IF WS-MOVE-PCP-IND < ZERO
               MOVE SPACES TO WS-MOVE-PCP.

           MOVE SPACES             TO HMOEDIT-COMM-AREA.
           MOVE 'E'                TO HM-FUNCTION-CODE.
           MOVE OE-CASE-NUM        TO HM-CASE-NUM.
           MOVE WS-MOVE-EMP-NUM    TO HM-EMP-NUM.
           MOVE OE-PROD-TYPE       TO HM-COV-TYPE.
           MOVE WS-MOVE-RATING-ZIP TO HM-RATING-ZIP.
           MOVE WS-MOVE-PCP        TO HM-PROVIDER-NUM.
           MOVE OE-EFFECTIVE-DATE  TO HM-EFFECTIVE-DATE.
           MOVE 'OPENENRL'         TO HM-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('HMOEDIT')
                     COMMAREA (HMOEDIT-COMM-AREA)
                     LENGTH   (LENGTH OF HMOEDIT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR HM-RETURN-CODE NOT = '00'
               IF HM-RETURN-CODE = '05' OR '06'
                   MOVE HM-REJECT-REASON      TO WS-EXCEPT-REASON
               ELSE
                   MOVE 'HMO EDIT FAILED     ' TO WS-EXCEPT-REASON
               END-IF
               ADD 1 TO OE-EMPS-EXCEPTED
               PERFORM P500000-WRITE-EXCEPTION THRU P500000-EXIT
               GO TO P300000-EXIT.

      *----------------------------------------------------------------*
      *    ADD THE NEW ROW FIRST; ONLY A CLEAN ADD TERMS THE OLD ONE.  *
      *----------------------------------------------------------------*
                  ' NOT MOVED TO '   DELIMITED BY SIZE
                  OE-NEW-PLAN-CODE   DELIMITED BY SIZE
                  ' - OLD PLAN LEFT' DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EXCEPT-REASON   DELIMITED BY SIZE
               INTO WS-EXCEPT-LINE
           END-STRING.

