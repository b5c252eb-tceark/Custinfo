      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   FUNCTION 'C' ASKS RATEGUAR BEFORE POSTING A   *
      *                   HIGHER PREMIUM - AN INCREASE ON A CASE UNDER  *
      *                   A RATE GUARANTEE IS HELD (RETURN CODE 05).    *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       01  WS-AGE-DAYS                  PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CASE-TIER                 PIC S9V COMP-3 VALUE ZERO.
       01  WS-CURRENT-PREMIUM           PIC S9(5)V99 COMP-3 VALUE ZERO.

       01  RATEGUAR-COMM-AREA.
           COPY RATEGUAC.

           COPY CASEMAST.
           COPY EMPLOYEE.
           IF RC-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    AN INCREASE ON A CASE INSIDE ITS RATE GUARANTEE IS HELD     *
      *    ON RATE_GUAR_HOLD - THE ROW KEEPS ITS CURRENT PREMIUM.      *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT PREMIUM
                 INTO :WS-CURRENT-PREMIUM
                 FROM COVERAGE
                WHERE CASENAME#CIM       = :RC-CASE-IDNTITY
                  AND EMPLOYEE#EMP_NUM   = :RC-EMP-NUM
                  AND TYPE               = :RC-COVERAGE-TYPE
                  AND EFF_DATE          <= DATE(:RC-AS-OF-DATE)
                  AND (TERM_DATE IS NULL
                    OR TERM_DATE > DATE(:RC-AS-OF-DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO RC-RETURN-CODE
               GO TO P200000-EXIT.

           IF RC-MONTHLY-PREMIUM > WS-CURRENT-PREMIUM
               MOVE SPACES             TO RATEGUAR-COMM-AREA
               MOVE 'C'                TO RG-FUNCTION-CODE
               MOVE RC-CASE-IDNTITY    TO RG-CASE-IDNTITY
               MOVE RC-EMP-NUM         TO RG-EMP-NUM
               MOVE RC-COVERAGE-TYPE   TO RG-COVERAGE-TYPE
               MOVE 'RATECALC'         TO RG-SOURCE-PROGRAM
               MOVE RC-AS-OF-DATE      TO RG-AS-OF-DATE
               MOVE WS-CURRENT-PREMIUM TO RG-CURRENT-PREMIUM
               MOVE RC-MONTHLY-PREMIUM TO RG-PROPOSED-PREMIUM
               EXEC CICS LINK
                         PROGRAM  ('RATEGUAR')
                         COMMAREA (RATEGUAR-COMM-AREA)
                         LENGTH   (LENGTH OF RATEGUAR-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '12' TO RG-RETURN-CODE
               END-IF
               EVALUATE RG-RETURN-CODE
                   WHEN '00'
                       CONTINUE
                   WHEN '04'
                       MOVE '05' TO RC-RETURN-CODE
                       GO TO P200000-EXIT
                   WHEN OTHER
                       MOVE '12' TO RC-RETURN-CODE
                       GO TO P200000-EXIT
               END-EVALUATE.

           EXEC SQL
               UPDATE COVERAGE
                  SET PREMIUM = :RC-MONTHLY-PREMIUM
