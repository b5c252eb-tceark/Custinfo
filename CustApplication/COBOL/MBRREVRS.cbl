       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MBRREVRS.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: MBRREVRS                                       *
      *  PROGRAM TEXT:  MEMBER TERMINATION REVERSAL AND RESCISSION.     *
      *                 BACKING OUT A TERM KEYED IN ERROR, OR           *
      *                 RESCINDING FOR MISREPRESENTATION, WAS A SERIES  *
      *                 OF HAND EDITS ON NA340A THAT NEVER UNDID THE    *
      *                 COBRA EVENT, THE RETRO CREDIT OR THE CARRIER'S  *
      *                 TERM.  FUNCTION 'R' REVERSES A TERMINATION IN   *
      *                 ONE UNIT OF WORK: THE EMPLOYEE GOES BACK ACTIVE *
      *                 WITH REVERSAL_CODE 'R' AND REINSTATE_DATE/COUNT *
      *                 STAMPED, THE COVERAGE, DEPENDENT AND            *
      *                 BENEFICIARY ROWS TERMED ON THE SAME DATE ARE    *
      *                 RESTORED, CONTMNT CANCELS THE COBRA EVENT THE   *
      *                 TERM OPENED AND RETROADJ BACKS OUT THE RETRO    *
      *                 CREDIT.  THE NEXT CHANGE-ONLY EDI834 RUN SENDS  *
      *                 THE CARRIER A REINSTATEMENT (025).  FUNCTION    *
      *                 'N' GIVES THE THIRTY-DAY ADVANCE NOTICE OF A    *
      *                 RESCISSION; 'S' RESCINDS ONCE THAT PERIOD HAS   *
      *                 RUN - TERMING THE MEMBER AND EVERY ROW UNDER    *
      *                 THEM BACK TO THE RESCISSION DATE AND HAVING     *
      *                 RETROADJ CREDIT THE PREMIUM BILLED SINCE.  'X'  *
      *                 WITHDRAWS A PENDING NOTICE.  EVERY FUNCTION IS  *
      *                 GATED BY THE 'MBRREVRS' SECCHECK RESOURCE AND   *
      *                 LOGGED ON MEMBER_REVERSAL.                      *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   A TERM MADE BY AN EMPLOYEE TRANSFER (EMPXFER, *
      *                   TERM_ORIGIN 'X') IS REFUSED FOR REVERSAL LIKE *
      *                   A RESCISSION (05).                            *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-NOTICE-DAYS              PIC S9(3) COMP-3 VALUE 30.

       01  WS-CASE-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-ACTIVE-IND                PIC X(1)  VALUE SPACE.
       01  WS-EFF-DATE                  PIC X(10) VALUE SPACES.
       01  WS-TERM-DATE                 PIC X(10) VALUE SPACES.
       01  WS-TERM-DATE-IND             PIC S9(4) COMP VALUE ZERO.
       01  WS-TERM-ORIGIN               PIC X(1)  VALUE SPACE.
       01  WS-TODAY                     PIC X(10) VALUE SPACES.
       01  WS-CHECK-DATE                PIC X(10) VALUE SPACES.
       01  WS-PENDING-COUNT             PIC S9(5) COMP-3 VALUE ZERO.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY MBRREVLG.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  CONTMNT-COMM-AREA.
           COPY CONTMNTC.

       01  RETROADJ-COMM-AREA.
           COPY RETROADC.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

           TITLE 'MBRREVRS --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY MBRREVRC.
           TITLE 'MBRREVRS --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO MR-RETURN-CODE.
           MOVE ZERO TO MR-COVERAGE-ROWS MR-DEPENDENT-ROWS
                        MR-BENE-ROWS MR-CONT-ROWS MR-PREMIUM-ADJ.

           IF MR-FUNCTION-CODE NOT = 'R' AND 'N' AND 'S' AND 'X'
               MOVE '01' TO MR-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P100000-CHECK-SECURITY THRU P100000-EXIT.

           IF MR-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P150000-GET-THE-MEMBER THRU P150000-EXIT.

           IF MR-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           EVALUATE MR-FUNCTION-CODE
               WHEN 'R'
                   PERFORM P200000-REVERSE-THE-TERM THRU P200000-EXIT
               WHEN 'N'
                   PERFORM P400000-GIVE-NOTICE THRU P400000-EXIT
               WHEN 'S'
                   PERFORM P500000-RESCIND THRU P500000-EXIT
               WHEN 'X'
                   PERFORM P600000-WITHDRAW-NOTICE THRU P600000-EXIT
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'MBRREVRS --> OPERATOR MUST HOLD MBRREVRS'.
       P100000-CHECK-SECURITY SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'MBRREVRS' TO SEC-RESOURCE-NAME.
           MOVE 'I'        TO SEC-FUNCTION-CODE.
           MOVE 'Y'        TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR SEC-RETURN-CODE NOT = 'A'
               MOVE '03' TO MR-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'MBRREVRS --> READ THE MEMBER'.
       P150000-GET-THE-MEMBER SECTION.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE + :WS-NOTICE-DAYS DAYS, ISO)
                 INTO :WS-TODAY,
                      :MR-EARLIEST-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MR-RETURN-CODE
               GO TO P150000-EXIT.

           EXEC SQL
               SELECT E.CASENAME#IDNTITY,
                      E.ACTIVE_IND,
                      CHAR(E.EFFECTIVE_DATE, ISO),
                      CHAR(E.TERM_DATE, ISO),
                      E.TERM_ORIGIN
                 INTO :WS-CASE-IDNTITY,
                      :WS-ACTIVE-IND,
                      :WS-EFF-DATE,
                      :WS-TERM-DATE :WS-TERM-DATE-IND,
                      :WS-TERM-ORIGIN
                 FROM EMPLOYEE E, CASE_MASTER C
                WHERE C.CASE_NUM         = :MR-CASE-NUM
                  AND E.CASENAME#IDNTITY = C.CASENAME#IDNTITY
                  AND E.UNIQUE-NUM       = C.CASE_NUM
                  AND E.EMP_NUM          = :MR-EMP-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO MR-RETURN-CODE
               GO TO P150000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MR-RETURN-CODE
               GO TO P150000-EXIT.

           MOVE SPACES           TO MEMBER-REVERSAL-REC.
           MOVE WS-CASE-IDNTITY  TO MRV-CASE-IDNTITY.
           MOVE MR-CASE-NUM      TO MRV-CASE-NUM.
           MOVE MR-EMP-NUM       TO MRV-EMP-NUM.
           MOVE MR-REASON-TEXT   TO MRV-REASON-TEXT.
           MOVE MR-OPERATOR-LOGON TO MRV-ACTION-LOGON.
           MOVE ZERO             TO MRV-COVERAGE-ROWS
                                    MRV-DEPENDENT-ROWS MRV-BENE-ROWS
                                    MRV-CONT-ROWS MRV-PREMIUM-ADJ.

       P150000-EXIT.
           EXIT.
           TITLE 'MBRREVRS --> REVERSE A TERMINATION KEYED IN ERROR'.
       P200000-REVERSE-THE-TERM SECTION.

           IF WS-ACTIVE-IND NOT = 'N'
               OR WS-TERM-DATE-IND < ZERO
               MOVE '02' TO MR-RETURN-CODE
               GO TO P200000-EXIT.

      *    A RESCISSION WAS NOT KEYED IN ERROR - IT WENT THROUGH ITS
      *    NOTICE PERIOD AND MUST BE UNDONE BY THE DESK.  NEITHER WAS
      *    A TRANSFER TERM (EMPXFER) - THE MEMBER IS ACTIVE ON THE NEW
      *    CASE AND IS BROUGHT BACK BY TRANSFERRING BACK.
           IF WS-TERM-ORIGIN = 'S' OR 'X'
               MOVE '05' TO MR-RETURN-CODE
               GO TO P200000-EXIT.

           IF MR-REASON-TEXT = SPACES
               MOVE '06' TO MR-RETURN-CODE
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    THE EMPLOYEE BACK ACTIVE.  REVERSAL_CODE 'R' IS WHAT        *
      *    EDI834 KEYS THE REINSTATEMENT ON AND WHAT KEEPS RETROADJ    *
      *    FROM BILLING THE MEMBER AS A RETRO ADD.                     *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE EMPLOYEE
                  SET ACTIVE_IND      = 'Y',
                      TERM_CODE       = ' ',
                      TERM_DATE       = NULL,
                      TERM_ORIGIN     = ' ',
                      REVERSAL_CODE   = 'R',
                      REINSTATE_DATE  = CURRENT DATE,
                      REINSTATE_COUNT = CASE WHEN REINSTATE_COUNT < 9
                                             THEN REINSTATE_COUNT + 1
                                             ELSE 9 END,
                      CHANGE_DATE     = CURRENT TIMESTAMP,
                      CHANGE_LOGON    = :MR-OPERATOR-LOGON
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :MR-CASE-NUM
                  AND EMP_NUM          = :MR-EMP-NUM
                  AND ACTIVE_IND       = 'N'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MR-RETURN-CODE
               GO TO P200000-BACK-OUT.

      *----------------------------------------------------------------*
      *    ONLY THE ROWS THE TERMINATION ENDED - THOSE TERMED ON THE   *
      *    SAME DATE.  A DEPENDENT OR PLAN DROPPED EARLIER STAYS OFF.  *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE COVERAGE
                  SET TERM_DATE = NULL
                WHERE CASENAME#CIM     = :WS-CASE-IDNTITY
                  AND EMPLOYEE#EMP_NUM = :MR-EMP-NUM
                  AND TERM_DATE        = :WS-TERM-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO MR-RETURN-CODE
               GO TO P200000-BACK-OUT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO MR-COVERAGE-ROWS.

           EXEC SQL
               UPDATE DEPENDENT
                  SET ACTIVE_IND   = 'Y',
                      TERM_DATE    = NULL,
                      CHANGE_LOGON = :MR-OPERATOR-LOGON,
                      CHANGE_DATE  = CURRENT TIMESTAMP
                WHERE CASE_NUM   = :MR-CASE-NUM
                  AND EMP_NUM    = :MR-EMP-NUM
                  AND ACTIVE_IND = 'N'
                  AND TERM_DATE  = :WS-TERM-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO MR-RETURN-CODE
               GO TO P200000-BACK-OUT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO MR-DEPENDENT-ROWS.

           EXEC SQL
               UPDATE BENEFICIARY
                  SET ACTIVE_IND   = 'Y',
                      TERM_DATE    = NULL,
                      CHANGE_LOGON = :MR-OPERATOR-LOGON,
                      CHANGE_DATE  = CURRENT TIMESTAMP
                WHERE CASE_NUM   = :MR-CASE-NUM
                  AND EMP_NUM    = :MR-EMP-NUM
                  AND ACTIVE_IND = 'N'
                  AND TERM_DATE  = :WS-TERM-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO MR-RETURN-CODE
               GO TO P200000-BACK-OUT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO MR-BENE-ROWS.

      *----------------------------------------------------------------*
      *    NO TERMINATION, NO QUALIFYING EVENT.  NOTHING OPEN ON       *
      *    CONTINUATION (03) IS FINE.                                  *
      *----------------------------------------------------------------*
           MOVE SPACES            TO CONTMNT-COMM-AREA.
           MOVE 'V'               TO CN-FUNCTION-CODE.
           MOVE MR-CASE-NUM       TO CN-CASE-NUM.
           MOVE MR-EMP-NUM        TO CN-EMP-NUM.
           MOVE ZERO              TO CN-DEP-NUM CN-ADMIN-PERCENT
                                     CN-PAYMENT-AMOUNT.
           MOVE MR-OPERATOR-LOGON TO CN-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('CONTMNT')
                     COMMAREA (CONTMNT-COMM-AREA)
                     LENGTH   (LENGTH OF CONTMNT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR (CN-RETURN-CODE NOT = '00' AND '03')
               MOVE '12' TO MR-RETURN-CODE
               GO TO P200000-BACK-OUT.

           IF CN-RETURN-CODE = '00'
               MOVE CN-ROWS-WORKED TO MR-CONT-ROWS.

      *----------------------------------------------------------------*
      *    THE RETRO-TERM CREDIT FOR THE DAYS THE MEMBER WAS WRONGLY   *
      *    OFF COMES BACK OUT.                                         *
      *----------------------------------------------------------------*
           MOVE SPACES            TO RETROADJ-COMM-AREA.
           MOVE 'R'               TO RA-FUNCTION-CODE.
           MOVE MR-CASE-NUM       TO RA-CASE-NUM.
           MOVE MR-EMP-NUM        TO RA-EMP-NUM.
           MOVE WS-TERM-DATE      TO RA-RETRO-EFF-DATE.

           PERFORM P800000-LINK-RETROADJ THRU P800000-EXIT.

           IF MR-RETURN-CODE NOT = '00'
               GO TO P200000-BACK-OUT.

           MOVE RA-CHARGE-TOTAL   TO MR-PREMIUM-ADJ.

           MOVE 'R'               TO MRV-ACTION-TYPE.
           MOVE 'C'               TO MRV-ACTION-STATUS.
           MOVE WS-TERM-DATE      TO MRV-ACTION-DATE.

           PERFORM P700000-LOG-THE-ACTION THRU P700000-EXIT.

           IF MR-RETURN-CODE NOT = '00'
               GO TO P200000-BACK-OUT.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

           GO TO P200000-EXIT.

       P200000-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'MBRREVRS --> GIVE THE RESCISSION NOTICE'.
       P400000-GIVE-NOTICE SECTION.

           IF WS-ACTIVE-IND NOT = 'Y'
               MOVE '02' TO MR-RETURN-CODE
               GO TO P400000-EXIT.

           IF MR-REASON-TEXT = SPACES
               MOVE '06' TO MR-RETURN-CODE
               GO TO P400000-EXIT.

      *----------------------------------------------------------------*
      *    RESCINDED BACK TO A REAL DATE NO EARLIER THAN THE MEMBER'S  *
      *    EFFECTIVE DATE AND NO LATER THAN TODAY; NONE GIVEN MEANS    *
      *    VOID FROM THE START.                                        *
      *----------------------------------------------------------------*
           IF MR-RESCIND-DATE = SPACES
               MOVE WS-EFF-DATE TO MR-RESCIND-DATE.

           EXEC SQL
               SELECT CHAR(DATE(:MR-RESCIND-DATE), ISO)
                 INTO :WS-CHECK-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '06' TO MR-RETURN-CODE
               GO TO P400000-EXIT.

           IF WS-CHECK-DATE < WS-EFF-DATE
               OR WS-CHECK-DATE > WS-TODAY
               MOVE '06' TO MR-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE ZERO TO WS-PENDING-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PENDING-COUNT
                 FROM MEMBER_REVERSAL
                WHERE CASE_NUM      = :MR-CASE-NUM
                  AND EMP_NUM       = :MR-EMP-NUM
                  AND ACTION_TYPE   = 'N'
                  AND ACTION_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MR-RETURN-CODE
               GO TO P400000-EXIT.

           IF WS-PENDING-COUNT > ZERO
               MOVE '06' TO MR-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N'              TO MRV-ACTION-TYPE.
           MOVE 'P'              TO MRV-ACTION-STATUS.
           MOVE WS-CHECK-DATE    TO MRV-ACTION-DATE.
           MOVE WS-TODAY         TO MRV-NOTICE-DATE.
           MOVE MR-EARLIEST-DATE TO MRV-EARLIEST-DATE.

           PERFORM P700000-LOG-THE-ACTION THRU P700000-EXIT.

           IF MR-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

      *----------------------------------------------------------------*
      *    THE WRITTEN NOTICE.  THE NOTICE PERIOD RUNS FROM TODAY      *
      *    WHETHER OR NOT THE LETTER PRINTS, SO A FAILED LETTER IS     *
      *    NOT A REASON TO UNDO THE NOTICE ROW - THE DESK REPRINTS.    *
      *----------------------------------------------------------------*
           MOVE SPACES            TO CORRGEN-COMM-AREA.
           MOVE 'G'               TO CG-FUNCTION-CODE.
           MOVE 'RESCNOTC'        TO CG-TEMPLATE-ID.
           MOVE WS-CASE-IDNTITY   TO CG-IDNTITY.
           MOVE MR-CASE-NUM       TO CG-CASE-NUM.
           MOVE MR-EMP-NUM        TO CG-SUBST-VALUE (1).
           MOVE WS-CHECK-DATE     TO CG-SUBST-VALUE (2).
           MOVE MR-EARLIEST-DATE  TO CG-SUBST-VALUE (3).
           MOVE MR-REASON-TEXT    TO CG-SUBST-VALUE (4).
           MOVE MR-OPERATOR-LOGON TO CG-OPERATOR-LOGON.
           MOVE 'MBRREVRS'        TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P400000-EXIT.
           EXIT.
           TITLE 'MBRREVRS --> RESCIND AFTER THE NOTICE PERIOD'.
       P500000-RESCIND SECTION.

           IF WS-ACTIVE-IND NOT = 'Y'
               MOVE '02' TO MR-RETURN-CODE
               GO TO P500000-EXIT.

      *----------------------------------------------------------------*
      *    THE PENDING NOTICE CARRIES THE RESCISSION DATE.  NO NOTICE, *
      *    OR ONE STILL INSIDE ITS THIRTY DAYS, STOPS HERE.            *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT REVERSAL_ID,
                      CHAR(ACTION_DATE, ISO),
                      CHAR(EARLIEST_RESCIND_DATE, ISO)
                 INTO :MRV-REVERSAL-ID,
                      :MRV-ACTION-DATE,
                      :MR-EARLIEST-DATE
                 FROM MEMBER_REVERSAL
                WHERE CASE_NUM      = :MR-CASE-NUM
                  AND EMP_NUM       = :MR-EMP-NUM
                  AND ACTION_TYPE   = 'N'
                  AND ACTION_STATUS = 'P'
           END-EXEC.

           IF SQLCODE = +100
               MOVE '04' TO MR-RETURN-CODE
               GO TO P500000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MR-RETURN-CODE
               GO TO P500000-EXIT.

           IF MR-EARLIEST-DATE > WS-TODAY
               MOVE '04' TO MR-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE MRV-ACTION-DATE  TO MR-RESCIND-DATE.
           MOVE MRV-REVERSAL-ID  TO MR-REVERSAL-ID.

           EXEC SQL
               UPDATE EMPLOYEE
                  SET ACTIVE_IND   = 'N',
                      TERM_DATE    = DATE(:MR-RESCIND-DATE),
                      TERM_ORIGIN  = 'S',
                      CHANGE_DATE  = CURRENT TIMESTAMP,
                      CHANGE_LOGON = :MR-OPERATOR-LOGON
                WHERE CASENAME#IDNTITY = :WS-CASE-IDNTITY
                  AND UNIQUE-NUM       = :MR-CASE-NUM
                  AND EMP_NUM          = :MR-EMP-NUM
                  AND ACTIVE_IND       = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MR-RETURN-CODE
               GO TO P500000-BACK-OUT.

           EXEC SQL
               UPDATE COVERAGE
                  SET TERM_DATE = DATE(:MR-RESCIND-DATE)
                WHERE CASENAME#CIM     = :WS-CASE-IDNTITY
                  AND EMPLOYEE#EMP_NUM = :MR-EMP-NUM
                  AND (TERM_DATE IS NULL
                   OR  TERM_DATE > DATE(:MR-RESCIND-DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO MR-RETURN-CODE
               GO TO P500000-BACK-OUT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO MR-COVERAGE-ROWS.

           EXEC SQL
               UPDATE DEPENDENT
                  SET ACTIVE_IND   = 'N',
                      TERM_DATE    = DATE(:MR-RESCIND-DATE),
                      CHANGE_LOGON = :MR-OPERATOR-LOGON,
                      CHANGE_DATE  = CURRENT TIMESTAMP
                WHERE CASE_NUM   = :MR-CASE-NUM
                  AND EMP_NUM    = :MR-EMP-NUM
                  AND ACTIVE_IND = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO MR-RETURN-CODE
               GO TO P500000-BACK-OUT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO MR-DEPENDENT-ROWS.

           EXEC SQL
               UPDATE BENEFICIARY
                  SET ACTIVE_IND   = 'N',
                      TERM_DATE    = DATE(:MR-RESCIND-DATE),
                      CHANGE_LOGON = :MR-OPERATOR-LOGON,
                      CHANGE_DATE  = CURRENT TIMESTAMP
                WHERE CASE_NUM   = :MR-CASE-NUM
                  AND EMP_NUM    = :MR-EMP-NUM
                  AND ACTIVE_IND = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO MR-RETURN-CODE
               GO TO P500000-BACK-OUT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO MR-BENE-ROWS.

      *----------------------------------------------------------------*
      *    PREMIUM BILLED PAST THE RESCISSION DATE IS CREDITED BACK ON *
      *    THE NEXT BILL.  A RESCISSION IS NOT A QUALIFYING EVENT, SO  *
      *    NO CONTINUATION ROW IS OPENED.                              *
      *----------------------------------------------------------------*
           MOVE SPACES            TO RETROADJ-COMM-AREA.
           MOVE 'M'               TO RA-FUNCTION-CODE.
           MOVE MR-CASE-NUM       TO RA-CASE-NUM.
           MOVE MR-EMP-NUM        TO RA-EMP-NUM.

           PERFORM P800000-LINK-RETROADJ THRU P800000-EXIT.

           IF MR-RETURN-CODE NOT = '00'
               GO TO P500000-BACK-OUT.

           MOVE RA-CREDIT-TOTAL   TO MR-PREMIUM-ADJ.

           EXEC SQL
               UPDATE MEMBER_REVERSAL
                  SET ACTION_TYPE        = 'S',
                      ACTION_STATUS      = 'C',
                      COVERAGE_ROWS      = :MR-COVERAGE-ROWS,
                      DEPENDENT_ROWS     = :MR-DEPENDENT-ROWS,
                      BENEFICIARY_ROWS   = :MR-BENE-ROWS,
                      PREMIUM_ADJUSTMENT = :MR-PREMIUM-ADJ,
                      ACTION_LOGON       = :MR-OPERATOR-LOGON,
                      ACTION_TIMESTAMP   = CURRENT TIMESTAMP
                WHERE REVERSAL_ID = :MRV-REVERSAL-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MR-RETURN-CODE
               GO TO P500000-BACK-OUT.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

           MOVE SPACES            TO CORRGEN-COMM-AREA.
           MOVE 'G'               TO CG-FUNCTION-CODE.
           MOVE 'RESCIND '        TO CG-TEMPLATE-ID.
           MOVE WS-CASE-IDNTITY   TO CG-IDNTITY.
           MOVE MR-CASE-NUM       TO CG-CASE-NUM.
           MOVE MR-EMP-NUM        TO CG-SUBST-VALUE (1).
           MOVE MR-RESCIND-DATE   TO CG-SUBST-VALUE (2).
           MOVE MR-OPERATOR-LOGON TO CG-OPERATOR-LOGON.
           MOVE 'MBRREVRS'        TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           GO TO P500000-EXIT.

       P500000-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

       P500000-EXIT.
           EXIT.
           TITLE 'MBRREVRS --> WITHDRAW A PENDING NOTICE'.
       P600000-WITHDRAW-NOTICE SECTION.

           EXEC SQL
               UPDATE MEMBER_REVERSAL
                  SET ACTION_STATUS    = 'X',
                      ACTION_LOGON     = :MR-OPERATOR-LOGON,
                      ACTION_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASE_NUM      = :MR-CASE-NUM
                  AND EMP_NUM       = :MR-EMP-NUM
                  AND ACTION_TYPE   = 'N'
                  AND ACTION_STATUS = 'P'
           END-EXEC.

           IF SQLCODE = +100
               MOVE '04' TO MR-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MR-RETURN-CODE.

       P600000-EXIT.
           EXIT.
           TITLE 'MBRREVRS --> WRITE THE MEMBER_REVERSAL ROW'.
       P700000-LOG-THE-ACTION SECTION.

           MOVE MR-COVERAGE-ROWS  TO MRV-COVERAGE-ROWS.
           MOVE MR-DEPENDENT-ROWS TO MRV-DEPENDENT-ROWS.
           MOVE MR-BENE-ROWS      TO MRV-BENE-ROWS.
           MOVE MR-CONT-ROWS      TO MRV-CONT-ROWS.
           MOVE MR-PREMIUM-ADJ    TO MRV-PREMIUM-ADJ.

           EXEC SQL
               SELECT NEXT VALUE FOR MEMBER_REVERSAL_SEQ
                 INTO :MRV-REVERSAL-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MR-RETURN-CODE
               GO TO P700000-EXIT.

      *    A REVERSAL CARRIES NO NOTICE DATES.
           IF MRV-ACTION-TYPE = 'R'
               EXEC SQL
                   INSERT INTO MEMBER_REVERSAL
                          ( REVERSAL_ID,
                            CASENAME#IDNTITY,
                            CASE_NUM,
                            EMP_NUM,
                            ACTION_TYPE,
                            ACTION_STATUS,
                            ACTION_DATE,
                            NOTICE_DATE,
                            EARLIEST_RESCIND_DATE,
                            REASON_TEXT,
                            COVERAGE_ROWS,
                            DEPENDENT_ROWS,
                            BENEFICIARY_ROWS,
                            CONTINUATION_ROWS,
                            PREMIUM_ADJUSTMENT,
                            ACTION_LOGON,
                            ACTION_TIMESTAMP )
                   VALUES ( :MRV-REVERSAL-ID,
                            :MRV-CASE-IDNTITY,
                            :MRV-CASE-NUM,
                            :MRV-EMP-NUM,
                            :MRV-ACTION-TYPE,
                            :MRV-ACTION-STATUS,
                            :MRV-ACTION-DATE,
                            NULL,
                            NULL,
                            :MRV-REASON-TEXT,
                            :MRV-COVERAGE-ROWS,
                            :MRV-DEPENDENT-ROWS,
                            :MRV-BENE-ROWS,
                            :MRV-CONT-ROWS,
                            :MRV-PREMIUM-ADJ,
                            :MRV-ACTION-LOGON,
                            CURRENT TIMESTAMP )
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO MEMBER_REVERSAL
                          ( REVERSAL_ID,
                            CASENAME#IDNTITY,
                            CASE_NUM,
                            EMP_NUM,
                            ACTION_TYPE,
                            ACTION_STATUS,
                            ACTION_DATE,
                            NOTICE_DATE,
                            EARLIEST_RESCIND_DATE,
                            REASON_TEXT,
                            COVERAGE_ROWS,
                            DEPENDENT_ROWS,
                            BENEFICIARY_ROWS,
                            CONTINUATION_ROWS,
                            PREMIUM_ADJUSTMENT,
                            ACTION_LOGON,
                            ACTION_TIMESTAMP )
                   VALUES ( :MRV-REVERSAL-ID,
                            :MRV-CASE-IDNTITY,
                            :MRV-CASE-NUM,
                            :MRV-EMP-NUM,
                            :MRV-ACTION-TYPE,
                            :MRV-ACTION-STATUS,
                            :MRV-ACTION-DATE,
                            :MRV-NOTICE-DATE,
                            :MRV-EARLIEST-DATE,
                            :MRV-REASON-TEXT,
                            :MRV-COVERAGE-ROWS,
                            :MRV-DEPENDENT-ROWS,
                            :MRV-BENE-ROWS,
                            :MRV-CONT-ROWS,
                            :MRV-PREMIUM-ADJ,
                            :MRV-ACTION-LOGON,
                            CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO MR-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE MRV-REVERSAL-ID TO MR-REVERSAL-ID.

       P700000-EXIT.
           EXIT.
           TITLE 'MBRREVRS --> LINK RETROADJ FOR ONE MEMBER'.
       P800000-LINK-RETROADJ SECTION.

           EXEC CICS LINK
                     PROGRAM  ('RETROADJ')
                     COMMAREA (RETROADJ-COMM-AREA)
                     LENGTH   (LENGTH OF RETROADJ-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR RA-RETURN-CODE NOT = '00'
               MOVE '12' TO MR-RETURN-CODE.

       P800000-EXIT.
           EXIT.
