      *  PROGRAM TITLE: PLANMAIN                                      *
      *  PROGRAM TEXT:  ONLINE ADD/INQUIRE/UPDATE/DELETE MAINTENANCE   *
      *                 OF PLANCODE (PLAN_CODE/CARRIER_CODE/           *
      *                 PRODUCT_CODE/RATE_TABLE/PLAN_DESC/PART D       *
      *                 CREDITABLE STATUS), GATED                      *
      *                 BEHIND THE SAME SECCHECK RESOURCE-AUTH MODEL   *
      *                 USED ELSEWHERE, SO A NEW PLAN CODE FOR A NEW   *
      *                 PRODUCT NO LONGER REQUIRES A DBA CHANGE        *
               MOVE '03' TO PM-RETURN-CODE
               GO TO P000000-RETURN.

           IF PM-FUNCTION-CODE = 'A' OR 'U'
               IF PM-PART-D-CREDITABLE NOT = 'C' AND 'N' AND SPACE
                   MOVE '05' TO PM-RETURN-CODE
                   GO TO P000000-RETURN.

           EVALUATE PM-FUNCTION-CODE
               WHEN 'I'
                   PERFORM P100000-INQUIRE-PLANCODE THRU P100000-EXIT
       P100000-INQUIRE-PLANCODE SECTION.

           EXEC SQL
               SELECT CARRIER_CODE, PRODUCT_CODE, RATE_TABLE, PLAN_DESC,
                      PART_D_CREDITABLE
                 INTO :PM-CARRIER-CODE, :PM-PRODUCT-CODE,
                      :PM-RATE-TABLE, :PM-PLAN-DESC,
                      :PM-PART-D-CREDITABLE
                 FROM PLANCODE
                WHERE PLAN_CODE = :PM-PLAN-CODE
           END-EXEC.
               MOVE '02' TO PM-RETURN-CODE
               MOVE SPACES TO PM-CARRIER-CODE PM-PRODUCT-CODE
                              PM-RATE-TABLE   PM-PLAN-DESC
                              PM-PART-D-CREDITABLE
           END-IF.

       P100000-EXIT.
           EXEC SQL
               INSERT INTO PLANCODE
                   (PLAN_CODE, CARRIER_CODE, PRODUCT_CODE, RATE_TABLE,
                    PLAN_DESC, PART_D_CREDITABLE)
                   VALUES
                   (:PM-PLAN-CODE, :PM-CARRIER-CODE, :PM-PRODUCT-CODE,
                    :PM-RATE-TABLE, :PM-PLAN-DESC,
                    :PM-PART-D-CREDITABLE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
                  SET CARRIER_CODE = :PM-CARRIER-CODE,
                      PRODUCT_CODE = :PM-PRODUCT-CODE,
                      RATE_TABLE   = :PM-RATE-TABLE,
                      PLAN_DESC    = :PM-PLAN-DESC,
                      PART_D_CREDITABLE = :PM-PART-D-CREDITABLE
                WHERE PLAN_CODE    = :PM-PLAN-CODE
           END-EXEC.

