      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   LEAD EVERY VENDOR-LAYOUT LINE, EMPLOYEE AND   *
      *                   DEPENDENT, WITH THE MEMBER'S ID               *
      *                   (MEMBER_ID_XREF, ASSIGNED THROUGH MBRIDGEN    *
      *                   WHEN MISSING).                                *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-PCS-FIRST-NAME            PIC X(15) VALUE SPACES.
       01  WS-PCS-TYPE                  PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-PCS-DEP-CODE              PIC X(1)  VALUE SPACE.
       01  WS-PCS-MEMBER-ID             PIC X(11) VALUE SPACES.
       01  WS-DEP-MEMBER-ID             PIC X(11) VALUE SPACES.
       01  WS-OUR-ACTIVE-IND            PIC X(1)  VALUE SPACE.
       01  WS-OUR-COUNT                 PIC S9(5) COMP-3 VALUE ZERO.

               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EACH MEMBER GOES TO THE VENDOR UNDER THEIR MEMBER ID        *
      *    (MEMBER_ID_XREF), BLANK WHEN THEY HAVE NONE YET.            *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE PCSEXTCUR CURSOR FOR
               SELECT E.CASENAME#IDNTITY,
                      E.UNIQUE-NUM,
                      E.EMP_NUM,
                      E.LAST_NAME,
                      E.FIRST_NAME,
                      E.PCS_TYPE,
                      E.DEPENDENCY_CODE,
                      VALUE((SELECT X.MEMBER_ID
                               FROM MEMBER_ID_XREF X
                              WHERE X.CASENAME#IDNTITY =
                                        E.CASENAME#IDNTITY
                                AND X.CASE_NUM = E.UNIQUE-NUM
                                AND X.EMP_NUM  = E.EMP_NUM
                                AND X.DEP_NUM  = 0), ' ')
                 FROM EMPLOYEE E
                WHERE E.ACTIVE_IND  = 'Y'
                  AND E.PCS_REQUEST = 'Y'
                ORDER BY E.UNIQUE-NUM, E.EMP_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE VENDOR FEED.                                           *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE PCSDEPCUR CURSOR FOR
               SELECT D.DEP_NUM,
                      D.LAST_NAME,
                      D.FIRST_NAME,
                      D.RELATIONSHIP,
                      VALUE((SELECT X.MEMBER_ID
                               FROM MEMBER_ID_XREF X
                              WHERE X.CASENAME#IDNTITY =
                                        :WS-PCS-IDNTITY
                                AND X.CASE_NUM = D.CASE_NUM
                                AND X.EMP_NUM  = D.EMP_NUM
                                AND X.DEP_NUM  = D.DEP_NUM), ' ')
                 FROM DEPENDENT D
                WHERE D.CASE_NUM   = :WS-PCS-CASE-NUM
                  AND D.EMP_NUM    = :WS-PCS-EMP-NUM
                  AND D.ACTIVE_IND = 'Y'
                ORDER BY D.DEP_NUM
           END-EXEC.

           EXEC SQL DECLARE PCSCONFCUR CURSOR FOR
       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

       01  MBRIDGEN-COMM-AREA.
           COPY MBRIDGC.

           TITLE 'PCSFEED --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'PCSFEED ' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO PC-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO PC-RETURN-CODE.
           MOVE ZERO TO PC-ROWS-EXTRACTED PC-ROWS-CONFIRMED
                        PC-MISMATCHES.
                      :WS-PCS-LAST-NAME,
                      :WS-PCS-FIRST-NAME,
                      :WS-PCS-TYPE,
                      :WS-PCS-DEP-CODE,
                      :WS-PCS-MEMBER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EXT-EOF-SW
               GO TO P250000-EXIT.

           IF WS-PCS-MEMBER-ID = SPACES
               MOVE ZERO TO MI-DEP-NUM
               PERFORM P290000-GET-THE-MEMBER-ID THRU P290000-EXIT
               IF PC-RETURN-CODE NOT = '00'
                   MOVE 'Y' TO WS-EXT-EOF-SW
                   GO TO P250000-EXIT
               END-IF
               MOVE MI-MEMBER-ID TO WS-PCS-MEMBER-ID
           END-IF.

           ADD 1 TO PC-ROWS-EXTRACTED.

           MOVE WS-PCS-EMP-NUM TO WS-EDIT-EMP.
           MOVE WS-PCS-TYPE    TO WS-EDIT-TYPE.
           MOVE SPACES TO WS-FEED-LINE.
           STRING WS-PCS-MEMBER-ID  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-PCS-CASE-NUM   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-EDIT-EMP       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                 INTO :DEP-DEP-NUM,
                      :DEP-LAST-NAME,
                      :DEP-FIRST-NAME,
                      :DEP-RELATIONSHIP,
                      :WS-DEP-MEMBER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-DEP-EOF-SW
               GO TO P280000-EXIT.

           IF WS-DEP-MEMBER-ID = SPACES
               MOVE DEP-DEP-NUM TO MI-DEP-NUM
               PERFORM P290000-GET-THE-MEMBER-ID THRU P290000-EXIT
               IF PC-RETURN-CODE NOT = '00'
                   MOVE 'Y' TO WS-EXT-EOF-SW WS-DEP-EOF-SW
                   GO TO P280000-EXIT
               END-IF
               MOVE MI-MEMBER-ID TO WS-DEP-MEMBER-ID
           END-IF.

           ADD 1 TO PC-ROWS-EXTRACTED.

           MOVE WS-PCS-EMP-NUM TO WS-EDIT-EMP.
           MOVE DEP-DEP-NUM    TO WS-EDIT-DEP.
           MOVE SPACES TO WS-FEED-LINE.
           STRING WS-DEP-MEMBER-ID  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-PCS-CASE-NUM   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-EDIT-EMP       DELIMITED BY SIZE
                  ' DEP '           DELIMITED BY SIZE
           END-EXEC.

       P280000-EXIT.
           EXIT.
           TITLE 'PCSFEED --> THE MEMBER ID THE VENDOR KNOWS THEM BY'.
       P290000-GET-THE-MEMBER-ID SECTION.

      *    THE CALLER HAS SET MI-DEP-NUM - ZERO FOR THE EMPLOYEE.
           MOVE 'A'                TO MI-FUNCTION-CODE.
           MOVE WS-PCS-IDNTITY     TO MI-IDNTITY.
           MOVE WS-PCS-CASE-NUM    TO MI-CASE-NUM.
           MOVE WS-PCS-EMP-NUM     TO MI-EMP-NUM.
           MOVE SPACES             TO MI-MEMBER-ID MI-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('MBRIDGEN')
                     COMMAREA (MBRIDGEN-COMM-AREA)
                     LENGTH   (LENGTH OF MBRIDGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR MI-RETURN-CODE NOT = '00'
               MOVE '12' TO PC-RETURN-CODE.

       P290000-EXIT.
           EXIT.
           TITLE 'PCSFEED --> CONFIRMATION INTAKE'.
       P400000-CONFIRM-INTAKE SECTION.
