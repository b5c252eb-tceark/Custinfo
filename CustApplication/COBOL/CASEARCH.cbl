      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   SKIP CASES UNDER LEGAL HOLD (LGLHOLD)         *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'A' RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

       01  LGLHOLD-COMM-AREA.
           COPY LGLHOLDC.

           TITLE 'CASEARCH --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'CASEARCH' TO RL-PROGRAM-NAME.
           IF CA-FUNCTION-CODE = 'A'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CA-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00'  TO CA-RETURN-CODE.
           MOVE SPACE TO CA-ARCHIVED-IND.
           MOVE ZERO  TO CA-CASES-ARCHIVED CA-ROWS-MOVED
                         CA-CASES-HELD.

           EVALUATE CA-FUNCTION-CODE
               WHEN 'A'
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'CASEARCH --> IS THE CASE UNDER LEGAL HOLD'.
       P240000-CHECK-LEGAL-HOLD SECTION.

           MOVE SPACES             TO LGLHOLD-COMM-AREA.
           MOVE 'C'                TO LH-FUNCTION-CODE.
           MOVE WS-ARCH-CASE-NUM   TO LH-CHK-CASE-NUM.
           MOVE WS-ARCH-IDNTITY    TO LH-CHK-IDNTITY.
           MOVE 'CASEARCH'         TO LH-SOURCE-PROGRAM.
           MOVE 'CASE NOT ARCHIVED' TO LH-EXCEPTION-TEXT.
           MOVE 'N'                TO LH-HELD-IND.

           EXEC CICS LINK
                     PROGRAM  ('LGLHOLD')
                     COMMAREA (LGLHOLD-COMM-AREA)
                     LENGTH   (LENGTH OF LGLHOLD-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    IF THE REGISTRY CANNOT BE READ NOTHING MAY BE ARCHIVED.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR LH-RETURN-CODE NOT = '00'
               MOVE '12' TO CA-RETURN-CODE
               MOVE 'Y'  TO WS-ELIG-EOF-SW.

       P240000-EXIT.
           EXIT.
           TITLE 'CASEARCH --> ONE CASE, ONE CONSISTENT UNIT'.
       P250000-ARCHIVE-ONE-CASE SECTION.
               MOVE 'Y' TO WS-ELIG-EOF-SW
               GO TO P250000-EXIT.

      *    A CASE UNDER LEGAL HOLD STAYS ONLINE AND GOES TO THE LGHX
      *    EXCEPTION REPORT; IT COMES UP AGAIN ONCE THE HOLD IS LIFTED.
           PERFORM P240000-CHECK-LEGAL-HOLD THRU P240000-EXIT.
           IF ELIGIBLE-EOF
               GO TO P250000-EXIT.
           IF LH-HELD-IND = 'Y'
               ADD 1 TO CA-CASES-HELD
               GO TO P250000-EXIT.

      *----------------------------------------------------------------*
      *    SHADOW-TABLE COPIES BY INSERT-SELECT, THEN THE DELETES.     *
      *    ANY FAILURE ROLLS THE WHOLE CASE BACK AND STOPS THE RUN.    *
