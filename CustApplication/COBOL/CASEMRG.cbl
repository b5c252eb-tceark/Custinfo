      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   REFUSE A MERGE WHEN EITHER CASE IS UNDER      *
      *                   LEGAL HOLD                                    *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           COPY CASEMAST.
           COPY IDTYHIST.

       01  LGLHOLD-COMM-AREA.
           COPY LGLHOLDC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           PERFORM P175000-CHECK-EMP-NUM-COLLISION THRU P175000-EXIT.

           IF MRG-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           MOVE MRG-DUPLICATE-CASE    TO LH-CHK-CASE-NUM.
           MOVE WS-DUP-CASENAME-IDNTY TO LH-CHK-IDNTITY.
           PERFORM P180000-CHECK-LEGAL-HOLD THRU P180000-EXIT.

           IF MRG-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           MOVE MRG-SURVIVING-CASE     TO LH-CHK-CASE-NUM.
           MOVE WS-SURV-CASENAME-IDNTY TO LH-CHK-IDNTITY.
           PERFORM P180000-CHECK-LEGAL-HOLD THRU P180000-EXIT.

           IF MRG-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

               MOVE '05' TO MRG-RETURN-CODE.

       P175000-EXIT.
           EXIT.
           TITLE 'CASEMRG --> NEITHER SIDE MAY BE UNDER LEGAL HOLD'.
       P180000-CHECK-LEGAL-HOLD SECTION.

      *    A HELD CASE'S ROWS MUST STAY WHERE LEGAL FOUND THEM,
      *    WHICHEVER SIDE OF THE MERGE IT IS ON.
           MOVE 'C'                  TO LH-FUNCTION-CODE.
           MOVE SPACES               TO LH-CHK-BROKER-ID.
           MOVE 'CASEMRG'            TO LH-SOURCE-PROGRAM.
           MOVE 'CASE MERGE REFUSED' TO LH-EXCEPTION-TEXT.
           MOVE 'N'                  TO LH-HELD-IND.

           EXEC CICS LINK
                     PROGRAM  ('LGLHOLD')
                     COMMAREA (LGLHOLD-COMM-AREA)
                     LENGTH   (LENGTH OF LGLHOLD-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR LH-RETURN-CODE NOT = '00'
               MOVE '96' TO MRG-RETURN-CODE
               GO TO P180000-EXIT.

           IF LH-HELD-IND = 'Y'
               MOVE '06' TO MRG-RETURN-CODE.

       P180000-EXIT.
           EXIT.
           TITLE 'CASEMRG --> REASSIGN EMPLOYEE ROWS TO THE SURVIVOR'.
       P200000-MOVE-EMPLOYEE-ROWS SECTION.
