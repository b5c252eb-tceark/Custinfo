      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   A HIGHER COMPOSITE ON A CASE UNDER A RATE     *
      *                   GUARANTEE IS HELD THROUGH RATEGUAR AND THE    *
      *                   CASE STAYS FLAGGED FOR A LATER RUN.           *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       01  CASEREG-COMM-AREA.
           COPY CASEREGC.
       01  RATEGUAR-COMM-AREA.
           COPY RATEGUAC.

       01  WS-EXHIBIT-LINE              PIC X(90) VALUE SPACES.
       01  WS-EDIT-OLD                  PIC ZZZ,ZZ9.99 VALUE ZERO.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'RECOMP  ' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO RC-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO RC-RETURN-CODE.
           MOVE ZERO TO RC-CASES-RECOMPED RC-EMPS-REPRICED
                        RC-CASES-HELD.

           EXEC SQL
               OPEN RECOMPCUR
           COMPUTE WS-LAST-SHARE =
               WS-RCP-ACTUAL-PREM - WS-SPREAD-TOTAL.

      *----------------------------------------------------------------*
      *    A HIGHER COMPOSITE INSIDE A RATE GUARANTEE IS HELD FOR      *
      *    UNDERWRITING, AND ONE THE GUARANTEE CHECK COULD NOT CLEAR   *
      *    IS NOT POSTED EITHER - RECOMPOSITE_IND STAYS ON SO THE      *
      *    CASE IS PICKED UP AGAIN ONCE THE HOLD CLEARS.               *
      *----------------------------------------------------------------*
           IF WS-NEW-COMPOSITE > WS-OLD-COMPOSITE
               MOVE SPACES           TO RATEGUAR-COMM-AREA
               MOVE ZERO             TO RG-EMP-NUM
               MOVE 'C'              TO RG-FUNCTION-CODE
               MOVE WS-RCP-CASE-NUM  TO RG-CASE-NUM
               MOVE 'RECOMP  '       TO RG-SOURCE-PROGRAM
               MOVE WS-OLD-COMPOSITE TO RG-CURRENT-PREMIUM
               MOVE WS-NEW-COMPOSITE TO RG-PROPOSED-PREMIUM
               EXEC CICS LINK
                         PROGRAM  ('RATEGUAR')
                         COMMAREA (RATEGUAR-COMM-AREA)
                         LENGTH   (LENGTH OF RATEGUAR-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO RG-RETURN-CODE
               END-IF
               IF RG-RETURN-CODE NOT = '00'
                   MOVE SPACES TO WS-EXHIBIT-LINE
                   IF RG-RETURN-CODE = '04'
                       ADD 1 TO RC-CASES-HELD
                       STRING 'CASE '          DELIMITED BY SIZE
                              WS-RCP-CASE-NUM  DELIMITED BY SIZE
                              ' HELD - RATE GUARANTEE TO '
                                               DELIMITED BY SIZE
                              RG-GUAR-END-DATE DELIMITED BY SIZE
                           INTO WS-EXHIBIT-LINE
                       END-STRING
                   ELSE
                       STRING 'CASE '          DELIMITED BY SIZE
                              WS-RCP-CASE-NUM  DELIMITED BY SIZE
                              ' NOT RECOMPOSITED - GUARANTEE CHECK'
                                               DELIMITED BY SIZE
                              ' FAILED, RC '   DELIMITED BY SIZE
                              RG-RETURN-CODE   DELIMITED BY SIZE
                           INTO WS-EXHIBIT-LINE
                       END-STRING
                   END-IF
                   EXEC CICS WRITEQ TD QUEUE ('RCMP')
                             FROM    (WS-EXHIBIT-LINE)
                             LENGTH  (LENGTH OF WS-EXHIBIT-LINE)
                             RESP    (WS-CICS-RESP)
                   END-EXEC
                   GO TO P200000-RELEASE.

           PERFORM P300000-SPREAD-THE-CENSUS THRU P300000-EXIT.

           IF RC-RETURN-CODE NOT = '00'
