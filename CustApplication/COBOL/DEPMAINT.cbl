      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   A TERM TAKES THE CALLER'S EFFECTIVE DATE WHEN *
      *                   ONE IS PASSED (A LIFE EVENT DATED BACK), ELSE *
      *                   TODAY.                                        *
      *  10/15/26   TGW   A CHILD UNDER A MEDICAL CHILD SUPPORT ORDER   *
      *                   CANNOT BE TERMED (RC 08), AND AN ADD FLAGGED  *
      *                   DM-QMCSO-IND RAISES THE EMPLOYEE'S DEPENDENCY *
      *                   CODE TO TAKE THE CHILD INSTEAD OF REFUSING    *
      *                   IT.                                           *
      *  10/15/26   TGW   ISSUE A NEW DEPENDENT A MEMBER ID THROUGH     *
      *                   MBRIDGEN ON THE ADD.                          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-ROW-COUNT                 PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-DEP-COUNT                 PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-DEP-AGE                   PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-NEW-DEPENDENCY-CODE       PIC X(1)  VALUE SPACE.

           COPY CASEMAST.
           COPY EMPLOYEE.
               INCLUDE SQLCA
           END-EXEC.

       01  MBRIDGEN-COMM-AREA.
           COPY MBRIDGC.

           TITLE 'DEPMAINT --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
      *    FAMILY CODES).                                              *
      *----------------------------------------------------------------*
           MOVE WS-EMP-DEPENDENCY-CODE TO EMP-DEPENDENCY-CODE.
           MOVE SPACE TO WS-NEW-DEPENDENCY-CODE.

           IF DM-QMCSO-IND = 'Y'
               AND DM-RELATIONSHIP = 'C'
               PERFORM P250000-RAISE-FOR-THE-ORDER THRU P250000-EXIT
               GO TO P200000-INSERT.

           IF EMP-SINGLE
               MOVE '07' TO DM-RETURN-CODE
               MOVE '07' TO DM-RETURN-CODE
               GO TO P200000-EXIT.

       P200000-INSERT.

           PERFORM P300000-APPLY-AGE-EDITS THRU P300000-EXIT.

           IF DM-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           IF WS-NEW-DEPENDENCY-CODE NOT = SPACE
               EXEC SQL
                   UPDATE EMPLOYEE
                      SET DEPENDENCY_CODE = :WS-NEW-DEPENDENCY-CODE
                    WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                      AND UNIQUE-NUM       = :DM-CASE-NUM
                      AND EMP_NUM          = :DM-EMP-NUM
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO DM-RETURN-CODE
                   GO TO P200000-EXIT
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO DEPENDENT
                      ( CASENAME#IDNTITY,

           PERFORM P700000-SYNC-THE-EMPLOYEE THRU P700000-EXIT.

           IF DM-RETURN-CODE = '00'
               PERFORM P750000-ISSUE-THE-MEMBER-ID THRU P750000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'DEPMAINT --> RAISE THE DEPENDENCY CODE FOR AN ORDER'.
       P250000-RAISE-FOR-THE-ORDER SECTION.
      *----------------------------------------------------------------*
      *    A MEDICAL CHILD SUPPORT ORDER PUTS THE CHILD ON WHETHER THE *
      *    EMPLOYEE ELECTED DEPENDENT COVERAGE OR NOT.  A TIER THAT    *
      *    LEAVES CHILDREN OUT IS RAISED TO THE NEAREST ONE THAT TAKES *
      *    THEM - SINGLE TO EMPLOYEE AND CHILD, EMPLOYEE AND SPOUSE TO *
      *    FAMILY, EMPLOYEE AND CHILD TO EMPLOYEE AND CHILDREN WHEN A  *
      *    CHILD IS ALREADY ON FILE.  PREMRECL REPRICES THE NEW TIER.  *
      *----------------------------------------------------------------*

           MOVE SPACE TO WS-NEW-DEPENDENCY-CODE.

           IF EMP-SINGLE
               MOVE 'J' TO WS-NEW-DEPENDENCY-CODE
               GO TO P250000-EXIT.

           IF EMP-EMPLOYEE-N-SPOUSE
               MOVE 'F' TO WS-NEW-DEPENDENCY-CODE
               GO TO P250000-EXIT.

           IF NOT EMP-EMPLOYEE-N-CHILD
               GO TO P250000-EXIT.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM DEPENDENT
                WHERE CASE_NUM     = :DM-CASE-NUM
                  AND EMP_NUM      = :DM-EMP-NUM
                  AND RELATIONSHIP = 'C'
                  AND ACTIVE_IND   = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DM-RETURN-CODE
               GO TO P250000-EXIT.

           IF WS-ROW-COUNT > ZERO
               MOVE 'K' TO WS-NEW-DEPENDENCY-CODE.

       P250000-EXIT.
           EXIT.
           TITLE 'DEPMAINT --> OVER-AGE AND STUDENT-AGE EDITS'.
       P300000-APPLY-AGE-EDITS SECTION.
           TITLE 'DEPMAINT --> TERM A DEPENDENT'.
       P500000-TERM-DEPENDENT SECTION.

      *    A CHILD UNDER A MEDICAL CHILD SUPPORT ORDER - RECEIVED OR
      *    IN FORCE - STAYS ON UNTIL QMCSOMNT ENDS THE ORDER.
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM QMCSO_ORDER
                WHERE CASE_NUM     = :DM-CASE-NUM
                  AND EMP_NUM      = :DM-EMP-NUM
                  AND DEP_NUM      = :DM-DEP-NUM
                  AND ORDER_STATUS IN ('R', 'A')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DM-RETURN-CODE
               GO TO P500000-EXIT.

           IF WS-ROW-COUNT > ZERO
               MOVE '08' TO DM-RETURN-CODE
               GO TO P500000-EXIT.

           EXEC SQL
               UPDATE DEPENDENT
                  SET ACTIVE_IND   = 'N',
                      TERM_DATE    =
                      VALUE(DATE(NULLIF(:DM-EFFECTIVE-DATE, ' ')),
                            CURRENT DATE),
                      CHANGE_LOGON = :DM-OPERATOR-LOGON,
                      CHANGE_DATE  = CURRENT TIMESTAMP
                WHERE CASE_NUM   = :DM-CASE-NUM

       P700000-EXIT.
           EXIT.
           TITLE 'DEPMAINT --> ISSUE THE NEW DEPENDENT A MEMBER ID'.
       P750000-ISSUE-THE-MEMBER-ID SECTION.
      *----------------------------------------------------------------*
      *    THE NEW DEPENDENT GETS A MEMBER ID ON THE ADD.  A FAILURE   *
      *    HERE NEVER HOLDS UP THE ADD - THE NIGHTLY MBRIDGEN SWEEP    *
      *    ISSUES ANY ID THAT WAS MISSED.                              *
      *----------------------------------------------------------------*

           MOVE 'A'                TO MI-FUNCTION-CODE.
           MOVE WS-CASE-IDNTITY    TO MI-IDNTITY.
           MOVE DM-CASE-NUM        TO MI-CASE-NUM.
           MOVE DM-EMP-NUM         TO MI-EMP-NUM.
           MOVE DM-DEP-NUM         TO MI-DEP-NUM.
           MOVE SPACES             TO MI-MEMBER-ID.
           MOVE DM-OPERATOR-LOGON  TO MI-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('MBRIDGEN')
                     COMMAREA (MBRIDGEN-COMM-AREA)
                     LENGTH   (LENGTH OF MBRIDGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P750000-EXIT.
           EXIT.
