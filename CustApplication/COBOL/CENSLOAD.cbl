      *                   DATE, SO A HELD BACKLOG STAYS HELD AND A     *
      *                   FILE DATED OFF THE RUN DATE CAN STILL        *
      *                   VERIFY AND PASS.                             *
      *  10/15/26   TGW   PASS EACH COVERAGE ELECTION THROUGH THE       *
      *                   ENRLWIN OPEN-ENROLLMENT WINDOW EDIT - A LATE  *
      *                   ENTRANT LOADS THE EMPLOYEE BUT PENDS THE      *
      *                   COVERAGE FOR UNDERWRITING (STATUS 'W').       *
      *  10/15/26   TGW   CARRY THE CENSUS RATING ZIP AND PCP ONTO THE  *
      *                   EMPLOYEE AND PASS EACH HMO HEALTH ELECTION    *
      *                   THROUGH THE HMOEDIT SERVICE-AREA AND PCP      *
      *                   EDITS.                                        *
      *  10/15/26   TGW   ISSUE EACH LOADED EMPLOYEE A MEMBER ID        *
      *                   THROUGH MBRIDGEN.                             *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  SSN-CHECK-AREA.
           COPY SSNCHKC.

       01  ENRLWIN-COMM-AREA.
           COPY ENRLWINC.

       01  HMOEDIT-COMM-AREA.
           COPY HMOEDITC.

       01  MBRIDGEN-COMM-AREA.
           COPY MBRIDGC.

           COPY CASEMAST.
           COPY EMPLOYEE.
           COPY EMPMSTQ.
                      CHAR(EFFECTIVE_DATE, ISO),
                      COV_TYPE,
                      PLAN_CODE,
                      TOTAL_PREMIUM,
                      RATING_ZIP,
                      PROVIDER_NUM
                 FROM CENSUS_STAGE
                WHERE CASE_NUM    = :CL-CASE-NUM
                  AND LOAD_STATUS = 'P'
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'CENSLOAD' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CL-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CL-RETURN-CODE.
           MOVE ZERO TO CL-ROWS-READ CL-ROWS-LOADED CL-ROWS-REJECTED
                        CL-ROWS-PENDED.

           PERFORM P100000-FIND-THE-CASE THRU P100000-EXIT.

           IF CL-ROWS-REJECTED > ZERO AND CL-RETURN-CODE = '00'
               MOVE '04' TO CL-RETURN-CODE.

           IF CL-ROWS-PENDED > ZERO AND CL-RETURN-CODE = '00'
               MOVE '04' TO CL-RETURN-CODE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
                      :CEN-EFFECTIVE-DATE,
                      :CEN-COV-TYPE,
                      :CEN-PLAN-CODE,
                      :CEN-TOTAL-PREMIUM,
                      :CEN-RATING-ZIP,
                      :CEN-PROVIDER-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
           END-EXEC.

           IF WS-EDIT-COUNT = ZERO
               MOVE 'PLAN FAILS EDITS    ' TO WS-REJECT-REASON
               GO TO P300000-EXIT.

      *----------------------------------------------------------------*
      *    AN HMO HEALTH ELECTION NEEDS A RATING ZIP INSIDE THE CASE'S *
      *    SERVICE AREA AND A PCP IN THAT NETWORK.                     *
      *----------------------------------------------------------------*
           MOVE SPACES             TO HMOEDIT-COMM-AREA.
           MOVE 'E'                TO HM-FUNCTION-CODE.
           MOVE CL-CASE-NUM        TO HM-CASE-NUM.
           MOVE CEN-EMP-NUM        TO HM-EMP-NUM.
           MOVE CEN-COV-TYPE       TO HM-COV-TYPE.
           MOVE CEN-RATING-ZIP     TO HM-RATING-ZIP.
           MOVE CEN-PROVIDER-NUM   TO HM-PROVIDER-NUM.
           MOVE CEN-EFFECTIVE-DATE TO HM-EFFECTIVE-DATE.
           MOVE CL-OPERATOR-LOGON  TO HM-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('HMOEDIT')
                     COMMAREA (HMOEDIT-COMM-AREA)
                     LENGTH   (LENGTH OF HMOEDIT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'HMO EDIT FAILED     ' TO WS-REJECT-REASON
               GO TO P300000-EXIT.

           IF HM-RETURN-CODE = '05' OR '06'
               MOVE HM-REJECT-REASON TO WS-REJECT-REASON
               GO TO P300000-EXIT.

           IF HM-RETURN-CODE NOT = '00'
               MOVE 'HMO EDIT FAILED     ' TO WS-REJECT-REASON.

       P300000-EXIT.
           EXIT.
                        CARRIER_ENROLLEE_ID,
                        EXCHANGE_ENROLLEE_ID,
                        LAST_SMOKED_DATE,
                        INDIV_TAX_PAYER_ID,
                        PROVIDER_NUM )
               VALUES ( :WS-CASE-IDNTITY,
                        :CL-CASE-NUM,
                        :CEN-EMP-NUM,
                        ' ',
                        0,
                        0,
                        :CEN-RATING-ZIP,
                        ' ',
                        ' ',
                        ' ',
                        '',
                        '',
                        '0001-01-01',
                        ' ',
                        :CEN-PROVIDER-NUM )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM P500000-REJECT-THE-ROW THRU P500000-EXIT
               GO TO P400000-EXIT.

      *----------------------------------------------------------------*
      *    THE ELECTION THROUGH THE OPEN-ENROLLMENT WINDOW EDIT.  A    *
      *    LATE ENTRANT IS PENDED FOR UNDERWRITING BY ENRLWIN - THE    *
      *    EMPLOYEE STANDS, THE COVERAGE IS NOT POSTED HERE.           *
      *----------------------------------------------------------------*
           IF CEN-PLAN-CODE NOT = SPACES
               MOVE SPACES             TO ENRLWIN-COMM-AREA
               MOVE 'E'                TO EW-FUNCTION-CODE
               MOVE CL-CASE-NUM        TO EW-CASE-NUM
               MOVE CEN-EMP-NUM        TO EW-EMP-NUM
               MOVE CEN-COV-TYPE       TO EW-COV-TYPE
               MOVE CEN-PLAN-CODE      TO EW-PLAN-CODE
               MOVE CEN-EFFECTIVE-DATE TO EW-EFFECTIVE-DATE
               MOVE CEN-TOTAL-PREMIUM  TO EW-PREMIUM
               MOVE ZERO               TO EW-LATE-ENTRANT-ID
                                          EW-LEAD-DAYS
                                          EW-CASES-LISTED
               MOVE 'CENSLOAD'         TO EW-SOURCE-PROGRAM
               MOVE CL-OPERATOR-LOGON  TO EW-OPERATOR-LOGON
               EXEC CICS LINK
                         PROGRAM  ('ENRLWIN')
                         COMMAREA (ENRLWIN-COMM-AREA)
                         LENGTH   (LENGTH OF ENRLWIN-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   OR (EW-RETURN-CODE NOT = '00'
                       AND EW-RETURN-CODE NOT = '05')
                   MOVE 'WINDOW EDIT FAILED  ' TO WS-REJECT-REASON
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   PERFORM P500000-REJECT-THE-ROW THRU P500000-EXIT
                   GO TO P400000-EXIT
               END-IF
               IF EW-RETURN-CODE = '05'
                   MOVE 'W'                    TO CEN-LOAD-STATUS
                   MOVE 'LATE ENTRANT PENDED ' TO CEN-REJECT-REASON
                   PERFORM P600000-STAMP-THE-ROW THRU P600000-EXIT
                   ADD 1 TO CL-ROWS-PENDED
                   GO TO P400000-EXIT
               END-IF
           END-IF.

           IF CEN-PLAN-CODE NOT = SPACES
               EXEC SQL
                   INSERT INTO COVERAGE
               END-IF
           END-IF.

           PERFORM P450000-ISSUE-THE-MEMBER-ID THRU P450000-EXIT.

           MOVE 'L'    TO CEN-LOAD-STATUS.
           MOVE SPACES TO CEN-REJECT-REASON.
           PERFORM P600000-STAMP-THE-ROW THRU P600000-EXIT.
           ADD 1 TO CL-ROWS-LOADED.

       P400000-EXIT.
           EXIT.
           TITLE 'CENSLOAD --> ISSUE THE NEW EMPLOYEE A MEMBER ID'.
       P450000-ISSUE-THE-MEMBER-ID SECTION.
      *----------------------------------------------------------------*
      *    THE LOADED EMPLOYEE GETS A MEMBER ID WITH THE ROW.  A       *
      *    FAILURE HERE NEVER REJECTS THE ROW - THE NIGHTLY MBRIDGEN   *
      *    SWEEP ISSUES ANY ID THAT WAS MISSED.                        *
      *----------------------------------------------------------------*

           MOVE 'A'                TO MI-FUNCTION-CODE.
           MOVE WS-CASE-IDNTITY    TO MI-IDNTITY.
           MOVE CL-CASE-NUM        TO MI-CASE-NUM.
           MOVE CEN-EMP-NUM        TO MI-EMP-NUM.
           MOVE ZERO               TO MI-DEP-NUM.
           MOVE SPACES             TO MI-MEMBER-ID.
           MOVE CL-OPERATOR-LOGON  TO MI-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('MBRIDGEN')
                     COMMAREA (MBRIDGEN-COMM-AREA)
                     LENGTH   (LENGTH OF MBRIDGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P450000-EXIT.
           EXIT.
           TITLE 'CENSLOAD --> REJECT ONE ROW TO THE REPORT'.
       P500000-REJECT-THE-ROW SECTION.
