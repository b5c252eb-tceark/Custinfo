      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   TIERED APPROVAL OF BADDEBT WRITE-OFFS;        *
      *                   BADDEBT2 OVER TIER 2.                         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-DEFAULT-THRESHOLD        PIC S9(7)V99 COMP-3
                                                  VALUE 1000.00.
       77  WS-DEFAULT-WO-TIER-1        PIC S9(7)V99 COMP-3
                                                  VALUE 250.00.
       77  WS-DEFAULT-WO-TIER-2        PIC S9(7)V99 COMP-3
                                                  VALUE 5000.00.

       01  WS-LIST-EOF-SW               PIC X     VALUE 'N'.
           88  LIST-EOF                 VALUE 'Y'.
       01  WS-RULE-DIGITS-7             PIC 9(7)  VALUE ZERO.
       01  WS-THRESH-FOUND-SW           PIC X     VALUE 'N'.
           88  THRESHOLD-FOUND          VALUE 'Y'.
       01  WS-THRESH-RULE               PIC X(15) VALUE SPACES.
       01  WS-THRESH-DEFAULT            PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-APPROVE-RESOURCE          PIC X(8)  VALUE SPACES.
       01  WS-WRITEOFF-ID               PIC S9(9)V COMP-3 VALUE ZERO.
       01  WS-WRITEOFF-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-OLD-TRANSIT               PIC X(9)  VALUE SPACES.
       01  WS-OLD-EFT-ACCT              PIC X(18) VALUE SPACES.
       01  WS-OLD-ACCT-TYPE             PIC X(1)  VALUE SPACE.
       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  BADDEBT-COMM-AREA.
           COPY BADDEBTC.

           COPY CASEMAST.
           COPY PENDUPD.
           COPY PROGRULE.
      *    EVERYTHING ELSE WAITS FOR THE SECOND PAIR OF EYES.          *
      *----------------------------------------------------------------*
           IF DA-FIELD-NAME = 'CYCLE_CURR_BAL'
               MOVE 'DUAL THRESHOLD'     TO WS-THRESH-RULE
               MOVE WS-DEFAULT-THRESHOLD TO WS-THRESH-DEFAULT
               PERFORM P270000-GET-THE-THRESHOLD THRU P270000-EXIT
               COMPUTE WS-NEW-BALANCE =
                   FUNCTION NUMVAL (DA-NEW-VALUE)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    A BAD-DEBT WRITE-OFF AT OR UNDER 'WRITEOFF TIER 1' NEEDS    *
      *    NO SECOND APPROVER - 00 BACK TO BADDEBT, WHICH POSTS IT.    *
      *----------------------------------------------------------------*
           IF DA-FIELD-NAME = 'BAD_DEBT_WRITEOFF'
               MOVE 'WRITEOFF TIER 1'    TO WS-THRESH-RULE
               MOVE WS-DEFAULT-WO-TIER-1 TO WS-THRESH-DEFAULT
               PERFORM P270000-GET-THE-THRESHOLD THRU P270000-EXIT
               IF WS-WRITEOFF-AMOUNT NOT > WS-THRESHOLD
                   GO TO P200000-EXIT
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO PENDING_UPDATE
                      ( PENDING_ID,
                   MOVE WS-OLD-EFT-ACCT TO WS-OLD-VALUE
               WHEN 'EFT_ACCT_TYPE'
                   MOVE WS-OLD-ACCT-TYPE TO WS-OLD-VALUE
               WHEN 'BAD_DEBT_WRITEOFF'
                   PERFORM P260000-READ-THE-WRITEOFF THRU P260000-EXIT
                   MOVE WS-WRITEOFF-AMOUNT TO WS-BAL-EDIT
                   MOVE WS-BAL-EDIT        TO WS-OLD-VALUE
               WHEN OTHER
                   MOVE '01' TO DA-RETURN-CODE
           END-EVALUATE.

       P250000-EXIT.
           EXIT.
           TITLE 'DUALAPPR --> THE AMOUNT OF A KEYED WRITE-OFF'.
       P260000-READ-THE-WRITEOFF SECTION.

      *    NEW_VALUE CARRIES THE BAD_DEBT_WRITEOFF ROW KEYED BY BADDEBT;
      *    THE BEFORE DISPLAY SHOWS THE AMOUNT BEING WRITTEN OFF.
           MOVE ZERO TO WS-WRITEOFF-AMOUNT.

           IF DA-NEW-VALUE (1:9) NOT NUMERIC
               MOVE '01' TO DA-RETURN-CODE
               GO TO P260000-EXIT.

           MOVE DA-NEW-VALUE (1:9) TO WS-EDIT-PEND-ID.
           MOVE WS-EDIT-PEND-ID    TO WS-WRITEOFF-ID.

           EXEC SQL
               SELECT WRITEOFF_AMOUNT
                 INTO :WS-WRITEOFF-AMOUNT
                 FROM BAD_DEBT_WRITEOFF
                WHERE WRITEOFF_ID = :WS-WRITEOFF-ID
                  AND CASE_NUM    = :DA-CASE-NUM
                  AND WO_STATUS   = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '03' TO DA-RETURN-CODE.

       P260000-EXIT.
           EXIT.
           TITLE 'DUALAPPR --> THRESHOLD FROM PROGRAM RULES'.
       P270000-GET-THE-THRESHOLD SECTION.
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'DUALAPPR'
                  AND RULE        = :WS-THRESH-RULE
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.
           END-IF.

           IF NOT THRESHOLD-FOUND
               MOVE WS-THRESH-DEFAULT TO WS-THRESHOLD
           END-IF.

       P270000-EXIT.
               MOVE '07' TO DA-RETURN-CODE
               GO TO P500000-EXIT.

      *    A WRITE-OFF OVER 'WRITEOFF TIER 2' TAKES THE SENIOR
      *    'BADDEBT2' RESOURCE RATHER THAN THE ORDINARY ONE.
           MOVE 'DUALAPPR' TO WS-APPROVE-RESOURCE.

           IF DA-FIELD-NAME = 'BAD_DEBT_WRITEOFF'
               PERFORM P260000-READ-THE-WRITEOFF THRU P260000-EXIT
               IF DA-RETURN-CODE NOT = '00'
                   GO TO P500000-EXIT
               END-IF
               MOVE 'WRITEOFF TIER 2'    TO WS-THRESH-RULE
               MOVE WS-DEFAULT-WO-TIER-2 TO WS-THRESH-DEFAULT
               PERFORM P270000-GET-THE-THRESHOLD THRU P270000-EXIT
               IF WS-WRITEOFF-AMOUNT > WS-THRESHOLD
                   MOVE 'BADDEBT2' TO WS-APPROVE-RESOURCE
               END-IF
           END-IF.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE WS-APPROVE-RESOURCE TO SEC-RESOURCE-NAME.
           MOVE 'I'        TO SEC-FUNCTION-CODE.
           MOVE 'Y'        TO SEC-CHK-RESOURCE.

                          SET EFT_ACCT_TYPE = :DA-NEW-VALUE
                        WHERE CASE_NUM = :DA-CASE-NUM
                   END-EXEC
               WHEN 'BAD_DEBT_WRITEOFF'
                   PERFORM P650000-POST-THE-WRITEOFF THRU P650000-EXIT
                   GO TO P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO DA-RETURN-CODE
                   GO TO P600000-EXIT
               MOVE '12' TO DA-RETURN-CODE.

       P600000-EXIT.
           EXIT.
           TITLE 'DUALAPPR --> BADDEBT POSTS THE APPROVED WRITE-OFF'.
       P650000-POST-THE-WRITEOFF SECTION.

           MOVE SPACES               TO BADDEBT-COMM-AREA.
           MOVE 'P'                  TO BD-FUNCTION-CODE.
           MOVE DA-CASE-NUM          TO BD-CASE-NUM.
           MOVE WS-WRITEOFF-ID       TO BD-WRITEOFF-ID.
           MOVE DA-OPERATOR-LOGON    TO BD-OPERATOR-LOGON.
           MOVE DA-OPERATOR-INITIALS TO BD-OPERATOR-INITIALS.

           EXEC CICS LINK
                     PROGRAM  ('BADDEBT')
                     COMMAREA (BADDEBT-COMM-AREA)
                     LENGTH   (LENGTH OF BADDEBT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO DA-RETURN-CODE
               GO TO P650000-EXIT.

           EVALUATE BD-RETURN-CODE
               WHEN '00'
                   CONTINUE
               WHEN '06'
                   MOVE '09' TO DA-RETURN-CODE
               WHEN OTHER
                   MOVE '12' TO DA-RETURN-CODE
           END-EVALUATE.

       P650000-EXIT.
           EXIT.
           TITLE 'DUALAPPR --> REJECT A PENDING ITEM'.
       P700000-REJECT-THE-ITEM SECTION.
