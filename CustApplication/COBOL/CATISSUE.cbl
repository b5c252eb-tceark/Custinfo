      *  09/03/26   TGW   OPEN THE CASE'S INSTALLATION CHECKLIST        *
      *                   (INSTCHK) AT CLOSEOUT, WHEN THE CALLER        *
      *                   PASSES THE COMMITTED CASE NUMBER.             *
      *  10/15/26   TGW   STAMP THE ACCEPTED GROUP QUOTE ON THE         *
      *                   COMMITTED CASE AS ITS MAGIC_PROPOSAL_NUM.     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
                   MOVE '12' TO CI-RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *    THE ACCEPTED GROUPQUOTE QUOTE BECOMES THE NEW CASE'S        *
      *    MAGIC_PROPOSAL_NUM, WHICH IS HOW THE SALES FUNNEL TIES A    *
      *    QUOTE TO THE CASE IT TURNED INTO.  A CASE ALREADY CARRYING  *
      *    A MAGIC PROPOSAL NUMBER KEEPS IT.                           *
      *----------------------------------------------------------------*
           IF CI-RETURN-CODE = '00' AND CI-CASE-NUM NOT = SPACES
               EXEC SQL
                   UPDATE CASE_MASTER
                      SET MAGIC_PROPOSAL_NUM =
                          (SELECT MAX(Q.QUOTE_ID) FROM GROUP_QUOTE Q
                            WHERE Q.CAT_IDNTITY_NUMBER = :CI-CAT-IDNTITY
                              AND Q.QUOTE_STATUS       = 'A')
                    WHERE CASE_NUM           = :CI-CASE-NUM
                      AND MAGIC_PROPOSAL_NUM = 0
                      AND EXISTS
                          (SELECT 1 FROM GROUP_QUOTE Q
                            WHERE Q.CAT_IDNTITY_NUMBER = :CI-CAT-IDNTITY
                              AND Q.QUOTE_STATUS       = 'A'
                              AND Q.QUOTE_ID          <= 9999999)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
                   MOVE '12' TO CI-RETURN-CODE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    THE NEW CASE'S INSTALLATION CHECKLIST OPENS WITH THE        *
      *    CLOSEOUT, SO NOTHING GOES LIVE HALF SET UP.                 *
