       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACA1095.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: ACA1095                                         *
      *  PROGRAM TEXT:  ANNUAL 1094-C/1095-C REPORTING FOR THE          *
      *                 APPLICABLE LARGE EMPLOYER CASES (ACA_CASE_PARM  *
      *                 ALE_IND 'Y').  'R' RUNS THE TAX YEAR: FOR EACH  *
      *                 EMPLOYEE EMPLOYED IN THE YEAR, EACH MONTH GETS  *
      *                 A LINE 14 OFFER CODE, A LINE 15 EMPLOYEE SHARE  *
      *                 OF THE LOWEST-COST SELF-ONLY COVERAGE (THE      *
      *                 EMPLOYEE'S OWN PLAN, NET OF THE EMPLOYER        *
      *                 CONTRIBUTION IN FORCE AT MONTH END, WHEN        *
      *                 ENROLLED) AND A LINE 16 SAFE-HARBOR CODE.  THE  *
      *                 FULL-TIME TEST FOR VARIABLE-HOUR AND SEASONAL   *
      *                 EMPLOYEES IS THE ACA_MEASUREMENT STABILITY      *
      *                 RESULT.  THE FORMS ARE KEPT ON ACA_1095C_FORM,  *
      *                 PRINTED TO THE A95P TDQ WITH THE COVERED        *
      *                 EMPLOYEE AND DEPENDENTS BY MONTH, AND WRITTEN   *
      *                 AS THE IRS AIR TRANSMISSION TO THE A95X TDQ -   *
      *                 ONE 1094-C PER EMPLOYER WITH ITS MONTHLY FULL-  *
      *                 TIME AND TOTAL EMPLOYEE COUNTS, FOLLOWED BY ITS *
      *                 1095-C FORMS.  A CASE ALREADY ACCEPTED FOR THE  *
      *                 YEAR IS LEFT ALONE.  'K' KEYS THE IRS RECEIPT   *
      *                 ID ONCE ACCEPTED.  'C' REBUILDS ONE ACCEPTED    *
      *                 FORM AND TRANSMITS IT AS A CORRECTION CARRYING  *
      *                 THE RECEIPT, SUBMISSION AND RECORD ID OF THE    *
      *                 FORM IT REPLACES.                               *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'R' RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-DEFAULT-AFFORD-PCT       PIC S9(2)V99 COMP-3
                                                   VALUE +9.96.

       01  WS-CASE-EOF-SW               PIC X     VALUE 'N'.
           88  CASE-CURSOR-EOF          VALUE 'Y'.
       01  WS-EMP-EOF-SW                PIC X     VALUE 'N'.
           88  EMP-CURSOR-EOF           VALUE 'Y'.
       01  WS-FORM-EOF-SW               PIC X     VALUE 'N'.
           88  FORM-CURSOR-EOF          VALUE 'Y'.
       01  WS-DEP-EOF-SW                PIC X     VALUE 'N'.
           88  DEP-CURSOR-EOF           VALUE 'Y'.
       01  WS-CORRECTION-SW             PIC X     VALUE 'N'.
           88  CORRECTION-RUN           VALUE 'Y'.
       01  WS-FORM-NEEDED-SW            PIC X     VALUE 'N'.
           88  FORM-IS-NEEDED           VALUE 'Y'.
       01  WS-FULL-TIME-SW              PIC X     VALUE 'N'.
           88  MONTH-FULL-TIME          VALUE 'Y'.
           88  MONTH-LIMITED-NON-ASSESS VALUE 'L'.
       01  WS-ENROLLED-SW               PIC X     VALUE 'N'.
           88  MONTH-ENROLLED           VALUE 'Y'.
       01  WS-PLAN-SW                   PIC X     VALUE 'N'.
           88  PLAN-IN-FORCE            VALUE 'Y'.
       01  WS-OFFERED-SW                PIC X     VALUE 'N'.
           88  MONTH-OFFERED            VALUE 'Y'.
       01  WS-DEP-COVERED-SW            PIC X     VALUE 'N'.
           88  DEP-COVERED-IN-YEAR      VALUE 'Y'.

      *----------------------------------------------------------------*
      *    THE FIRST OF EACH MONTH OF THE TAX YEAR AND OF THE JANUARY  *
      *    AFTER IT - A MONTH IS FROM ITS OWN ENTRY TO THE NEXT.       *
      *----------------------------------------------------------------*
       01  WS-MONTH-SUB                 PIC S9(4) COMP VALUE ZERO.
       01  WS-NEXT-SUB                  PIC S9(4) COMP VALUE ZERO.
       01  WS-MONTH-BEGIN-TABLE.
           05  WS-MONTH-BEGIN           OCCURS 13 TIMES
                                        PIC X(10).
       01  WS-MB-BUILD.
           05  WS-MB-YEAR               PIC 9(4)  VALUE ZERO.
           05  FILLER                   PIC X(1)  VALUE '-'.
           05  WS-MB-MM                 PIC 9(2)  VALUE ZERO.
           05  FILLER                   PIC X(3)  VALUE '-01'.
       01  WS-YEAR-BEGIN                PIC X(10) VALUE SPACES.
       01  WS-YEAR-NEXT                 PIC X(10) VALUE SPACES.
       01  WS-THIS-MB                   PIC X(10) VALUE SPACES.
       01  WS-NEXT-MB                   PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *    THE AIR ELEMENT NAMES CARRY THE MONTH - SHORT FOR THE CODE  *
      *    ELEMENTS, LONG FOR THE AMOUNTS AND INDICATORS.              *
      *----------------------------------------------------------------*
       01  WS-MONTH-NAME-VALUES.
           05  FILLER                   PIC X(12) VALUE 'JanJanuary  '.
           05  FILLER                   PIC X(12) VALUE 'FebFebruary '.
           05  FILLER                   PIC X(12) VALUE 'MarMarch    '.
           05  FILLER                   PIC X(12) VALUE 'AprApril    '.
           05  FILLER                   PIC X(12) VALUE 'MayMay      '.
           05  FILLER                   PIC X(12) VALUE 'JunJune     '.
           05  FILLER                   PIC X(12) VALUE 'JulJuly     '.
           05  FILLER                   PIC X(12) VALUE 'AugAugust   '.
           05  FILLER                   PIC X(12) VALUE 'SepSeptember'.
           05  FILLER                   PIC X(12) VALUE 'OctOctober  '.
           05  FILLER                   PIC X(12) VALUE 'NovNovember '.
           05  FILLER                   PIC X(12) VALUE 'DecDecember '.
       01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAME-VALUES.
           05  WS-MONTH-NAME            OCCURS 12 TIMES.
               10  WS-MONTH-SHORT       PIC X(3).
               10  WS-MONTH-LONG        PIC X(9).

      *----------------------------------------------------------------*
      *    ONE FORM'S TWELVE MONTHS, LAID OUT AS ACA_1095C_FORM        *
      *    KEEPS THEM.                                                 *
      *----------------------------------------------------------------*
       01  WS-OFFER-CODES               PIC X(24) VALUE SPACES.
       01  FILLER REDEFINES WS-OFFER-CODES.
           05  WS-OFFER-CODE            OCCURS 12 TIMES PIC X(2).
       01  WS-SHARE-AMOUNTS             PIC X(96) VALUE SPACES.
       01  FILLER REDEFINES WS-SHARE-AMOUNTS.
           05  WS-SHARE-AMT             OCCURS 12 TIMES PIC 9(6)V99.
       01  WS-HARBOR-CODES              PIC X(24) VALUE SPACES.
       01  FILLER REDEFINES WS-HARBOR-CODES.
           05  WS-HARBOR-CODE           OCCURS 12 TIMES PIC X(2).
       01  WS-ENROLLED-MONTHS           PIC X(12) VALUE SPACES.
       01  FILLER REDEFINES WS-ENROLLED-MONTHS.
           05  WS-ENROLLED-FLAG         OCCURS 12 TIMES PIC X(1).
       01  WS-COVERED-MONTHS            PIC X(12) VALUE SPACES.
       01  FILLER REDEFINES WS-COVERED-MONTHS.
           05  WS-COVERED-FLAG          OCCURS 12 TIMES PIC X(1).

      *----------------------------------------------------------------*
      *    THE 1094-C PART III COUNTS FOR THE CASE BEING BUILT.        *
      *----------------------------------------------------------------*
       01  WS-CASE-MONTH-COUNTS.
           05  WS-CASE-MONTH            OCCURS 12 TIMES.
               10  WS-FT-COUNT          PIC S9(7) COMP-3.
               10  WS-EMP-COUNT         PIC S9(7) COMP-3.

       01  WS-SUBMISSION-ID             PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-RECORD-ID                 PIC S9(7)V COMP-3 VALUE ZERO.
       01  WS-ONE-EMP                   PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-FILED-COUNT               PIC S9(7) COMP-3  VALUE ZERO.
       01  WS-CORRECTED-IND             PIC X(1)  VALUE '0'.

      *    THE FORM A CORRECTION REPLACES
       01  WS-ORIG-STATUS               PIC X(1)  VALUE SPACE.
       01  WS-ORIG-RECEIPT-ID           PIC X(40) VALUE SPACES.
       01  WS-ORIG-SUBMISSION-ID        PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-ORIG-RECORD-ID            PIC S9(7)V COMP-3 VALUE ZERO.

      *    THE EMPLOYER - CASE_MASTER AND ITS CASENAME IDENTITY
       01  WS-ER-CASE-NUM               PIC X(6)  VALUE SPACES.
       01  WS-ER-IDNTITY                PIC X(8)  VALUE SPACES.
       01  WS-ER-DEP-AGE                PIC S9(2)V COMP-3 VALUE ZERO.
       01  WS-ER-NAME                   PIC X(30) VALUE SPACES.
       01  WS-ER-TIN                    PIC X(9)  VALUE SPACES.
       01  WS-ER-ADDRESS1               PIC X(30) VALUE SPACES.
       01  WS-ER-CITY                   PIC X(30) VALUE SPACES.
       01  WS-ER-STATE                  PIC X(2)  VALUE SPACES.
       01  WS-ER-ZIP                    PIC X(5)  VALUE SPACES.
       01  WS-ER-PHONE.
           05  WS-ER-AREA-CODE          PIC X(3)  VALUE SPACES.
           05  WS-ER-PHONE-NUM          PIC X(7)  VALUE SPACES.

      *    THE EMPLOYEE BEING BUILT
       01  WS-EE-EMP-NUM                PIC S9(5)V COMP-3 VALUE ZERO.
       01  WS-EE-SSN                    PIC X(9)  VALUE SPACES.
       01  WS-EE-LAST-NAME              PIC X(20) VALUE SPACES.
       01  WS-EE-FIRST-NAME             PIC X(15) VALUE SPACES.
       01  WS-EE-STATE                  PIC X(2)  VALUE SPACES.
       01  WS-EE-ZIP                    PIC X(5)  VALUE SPACES.
       01  WS-EE-HIRE-DATE              PIC X(10) VALUE SPACES.
       01  WS-EE-TERM-DATE              PIC X(10) VALUE SPACES.
       01  WS-EE-POSITION-TYPE          PIC X(1)  VALUE SPACE.
       01  WS-EE-SALARY                 PIC S9(9)V COMP-3 VALUE ZERO.
       01  WS-EE-LNAP-END               PIC X(10) VALUE SPACES.

      *    ONE MONTH'S COVERAGE AND SHARE
       01  WS-COV-TYPE                  PIC X(8)  VALUE SPACES.
       01  WS-COV-PLAN-CODE             PIC X(2)  VALUE SPACES.
       01  WS-COV-PREMIUM               PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-CNTR-AMT                  PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-CNTR-AMT-IND              PIC S9(4) COMP VALUE ZERO.
       01  WS-CNTR-RATE                 PIC S9(1)V9999 COMP-3
                                                  VALUE ZERO.
       01  WS-CNTR-RATE-IND             PIC S9(4) COMP VALUE ZERO.
       01  WS-LOWEST-SHARE              PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LOWEST-SHARE-IND          PIC S9(4) COMP VALUE ZERO.
       01  WS-MONTH-SHARE               PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-FT-RESULT                 PIC X(1)  VALUE SPACE.
       01  WS-COV-COUNT                 PIC S9(7) COMP-3 VALUE ZERO.

      *    AFFORDABILITY - THE W-2 SAFE HARBOR
       01  WS-AFFORD-PCT                PIC S9(2)V99 COMP-3 VALUE ZERO.
       01  WS-RULE-PCT                  PIC 9(2)V99 VALUE ZERO.
       01  WS-RULE-PCT-X REDEFINES WS-RULE-PCT
                                        PIC X(4).
       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.
       01  WS-YEAR-SHARE                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-AFFORD-LIMIT              PIC S9(9)V99 COMP-3 VALUE ZERO.

      *    ONE COVERED DEPENDENT
       01  WS-DP-LAST-NAME              PIC X(20) VALUE SPACES.
       01  WS-DP-FIRST-NAME             PIC X(15) VALUE SPACES.
       01  WS-DP-SSN                    PIC X(9)  VALUE SPACES.
       01  WS-DP-DOB                    PIC X(10) VALUE SPACES.
       01  WS-DP-EFF-DATE               PIC X(10) VALUE SPACES.
       01  WS-DP-TERM-DATE              PIC X(10) VALUE SPACES.

      *    THE PRINT AND AIR LINES
       01  WS-OUT-LINE                  PIC X(130) VALUE SPACES.
       01  WS-OUT-PTR                   PIC S9(4) COMP VALUE ZERO.
       01  WS-LEAD-ZEROS                PIC S9(4) COMP VALUE ZERO.
       01  WS-XML-TAG                   PIC X(40) VALUE SPACES.
       01  WS-XML-VALUE                 PIC X(60) VALUE SPACES.
       01  WS-XML-GROUP                 PIC X(1)  VALUE SPACE.
       01  WS-XML-AMOUNT                PIC 9(6).99 VALUE ZERO.
       01  WS-XML-COUNT                 PIC 9(7)  VALUE ZERO.
       01  WS-PRINT-LABEL               PIC X(8)  VALUE SPACES.
       01  WS-EDIT-AMOUNT               PIC ZZZZZ9.99 VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZZZZZ9 VALUE ZERO.
       01  WS-EDIT-EMP                  PIC 9(5)  VALUE ZERO.

           COPY ACAFORM.
           COPY ACAPARM.
           COPY ACAMEAS.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE ALE CASES - ONE CASE FOR 'C', OR FOR 'R' WHEN KEYED.    *
      *    THE EMPLOYER'S NAME, TIN AND ADDRESS ARE ITS CASENAME       *
      *    IDENTITY'S, AS BR1099 TAKES THE BROKER'S FROM AGNTNAME.     *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE A95CCUR CURSOR WITH HOLD FOR
               SELECT P.CASE_NUM,
                      P.CASENAME#IDNTITY,
                      M.DEP_COV_AGE1,
                      VALUE(N.DISPLAY_NAME, P.CASE_NUM),
                      VALUE(N.SSN, ' '),
                      N.ADDRESS1,
                      N.CITY,
                      N.STATE,
                      N.ZIP,
                      N.AREA_CODE,
                      N.PHONE
                 FROM ACA_CASE_PARM P, CASE_MASTER M, CASENAME N
                WHERE P.ALE_IND  = 'Y'
                  AND (P.CASE_NUM = :AX-CASE-NUM
                       OR :AX-CASE-NUM = ' ')
                  AND M.CASE_NUM = P.CASE_NUM
                  AND N.IDNTITY  = P.CASENAME#IDNTITY
                ORDER BY P.CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERYONE ON THE CASE EMPLOYED AT ANY TIME IN THE YEAR - OR  *
      *    THE ONE EMPLOYEE A CORRECTION IS FOR.                       *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE A95ECUR CURSOR FOR
               SELECT EMP_NUM,
                      DIGITS(SSN),
                      LAST_NAME,
                      FIRST_NAME,
                      STATE,
                      DIGITS(ZIP_CODE),
                      VALUE(CHAR(HIRE_DATE, ISO), ' '),
                      VALUE(CHAR(TERM_DATE, ISO), ' '),
                      POSITION_TYPE,
                      ANNUAL_SALARY,
                      VALUE(CHAR(HIRE_DATE + 13 MONTHS, ISO), ' ')
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-ER-IDNTITY
                  AND UNIQUE-NUM       = :WS-ER-CASE-NUM
                  AND (HIRE_DATE IS NULL
                       OR HIRE_DATE < :WS-YEAR-NEXT)
                  AND (TERM_DATE IS NULL
                       OR TERM_DATE >= :WS-YEAR-BEGIN)
                  AND (EMP_NUM = :WS-ONE-EMP
                       OR :WS-ONE-EMP = 0)
                ORDER BY EMP_NUM
           END-EXEC.

           EXEC SQL DECLARE A95FCUR CURSOR FOR
               SELECT EMP_NUM,
                      RECORD_ID,
                      EMP_SSN,
                      EMP_LAST_NAME,
                      EMP_FIRST_NAME,
                      EMP_STATE,
                      EMP_ZIP,
                      OFFER_CODES,
                      SHARE_AMOUNTS,
                      SAFE_HARBOR_CODES,
                      ENROLLED_MONTHS
                 FROM ACA_1095C_FORM
                WHERE TAX_YEAR = :AX-TAX-YEAR
                  AND CASE_NUM = :WS-ER-CASE-NUM
                  AND (EMP_NUM = :WS-ONE-EMP
                       OR :WS-ONE-EMP = 0)
                ORDER BY RECORD_ID
           END-EXEC.

           EXEC SQL DECLARE A95DCUR CURSOR FOR
               SELECT LAST_NAME,
                      FIRST_NAME,
                      DIGITS(SSN),
                      CHAR(DATE_OF_BIRTH, ISO),
                      CHAR(EFFECTIVE_DATE, ISO),
                      VALUE(CHAR(TERM_DATE, ISO), ' ')
                 FROM DEPENDENT
                WHERE CASE_NUM = :WS-ER-CASE-NUM
                  AND EMP_NUM  = :AF-EMP-NUM
                  AND EFFECTIVE_DATE < :WS-YEAR-NEXT
                  AND (TERM_DATE IS NULL
                       OR TERM_DATE >= :WS-YEAR-BEGIN)
                ORDER BY DEP_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'ACA1095 --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY ACA1095C.
           TITLE 'ACA1095 --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'ACA1095 ' TO RL-PROGRAM-NAME.
           IF AX-FUNCTION-CODE = 'R'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO AX-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO AX-RETURN-CODE.
           MOVE ZERO TO AX-CASES-FILED AX-CASES-SKIPPED
                        AX-FORMS-WRITTEN.

           IF AX-TAX-YEAR NOT NUMERIC
               MOVE '01' TO AX-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P050000-SET-THE-MONTHS THRU P050000-EXIT.

           EVALUATE AX-FUNCTION-CODE
               WHEN 'R'
                   PERFORM P100000-RUN-THE-TAX-YEAR THRU P100000-EXIT
               WHEN 'C'
                   PERFORM P600000-CORRECT-ONE-FORM THRU P600000-EXIT
               WHEN 'K'
                   PERFORM P700000-KEY-THE-RECEIPT THRU P700000-EXIT
               WHEN OTHER
                   MOVE '01' TO AX-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF AX-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'X' TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E' TO RL-FUNCTION-CODE
           END-IF.
           MOVE 'ACA1095 '       TO RL-PROGRAM-NAME.
           MOVE AX-FORMS-WRITTEN TO RL-RECORD-COUNT.
           MOVE AX-RETURN-CODE   TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> THE MONTHS AND THE AFFORDABILITY PERCENT'.
       P050000-SET-THE-MONTHS SECTION.

           MOVE AX-TAX-YEAR TO WS-MB-YEAR.
           PERFORM P055000-ONE-MONTH-BEGIN THRU P055000-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

           ADD 1 TO WS-MB-YEAR.
           MOVE 1 TO WS-MB-MM.
           MOVE WS-MB-BUILD TO WS-MONTH-BEGIN (13).

           MOVE WS-MONTH-BEGIN (1)  TO WS-YEAR-BEGIN.
           MOVE WS-MONTH-BEGIN (13) TO WS-YEAR-NEXT.

      *----------------------------------------------------------------*
      *    THE AFFORDABILITY PERCENT IS INDEXED EACH YEAR - KEYED ON   *
      *    PROGRAM_RULES BY TAX YEAR AS FOUR DIGITS, 0996 = 9.96%.     *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-AFFORD-PCT TO WS-AFFORD-PCT.
           MOVE AX-TAX-YEAR TO WS-RULE-ENTITY.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'ACA1095'
                  AND RULE        = 'AFFORD-PCT'
                  AND RULE_ENTITY = :WS-RULE-ENTITY
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:4) IS NUMERIC
               MOVE PR-RULE-VALUE (1:4) TO WS-RULE-PCT-X
               MOVE WS-RULE-PCT         TO WS-AFFORD-PCT
           END-IF.

       P050000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> THE FIRST OF ONE MONTH'.
       P055000-ONE-MONTH-BEGIN SECTION.

           MOVE WS-MONTH-SUB TO WS-MB-MM.
           MOVE WS-MB-BUILD  TO WS-MONTH-BEGIN (WS-MONTH-SUB).

       P055000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> RUN THE TAX YEAR'.
       P100000-RUN-THE-TAX-YEAR SECTION.

           MOVE 'N'  TO WS-CORRECTION-SW.
           MOVE ZERO TO WS-ONE-EMP WS-SUBMISSION-ID.

           PERFORM P800000-OPEN-TRANSMISSION THRU P800000-EXIT.

           EXEC SQL
               OPEN A95CCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE
               GO TO P100000-EXIT.

           MOVE 'N' TO WS-CASE-EOF-SW.

           PERFORM P150000-ONE-CASE THRU P150000-EXIT
               UNTIL CASE-CURSOR-EOF.

           EXEC SQL
               CLOSE A95CCUR
           END-EXEC.

           PERFORM P850000-CLOSE-TRANSMISSION THRU P850000-EXIT.

           IF AX-RETURN-CODE = '00'
               AND AX-CASES-FILED = ZERO
               AND AX-CASES-SKIPPED = ZERO
               MOVE '02' TO AX-RETURN-CODE.

           IF AX-RETURN-CODE = '00'
               AND AX-CASES-SKIPPED > ZERO
               MOVE '04' TO AX-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE ALE CASE - BUILD AND TRANSMIT'.
       P150000-ONE-CASE SECTION.

           PERFORM P200000-FETCH-THE-CASE THRU P200000-EXIT.

           IF CASE-CURSOR-EOF
               GO TO P150000-EXIT.

      *----------------------------------------------------------------*
      *    ONCE THE IRS HAS ACCEPTED A CASE'S FORMS FOR THE YEAR ANY   *
      *    CHANGE GOES IN AS A CORRECTION ('C'), NOT A SECOND ORIGINAL.*
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-FILED-COUNT
                 FROM ACA_1095C_FORM
                WHERE TAX_YEAR    = :AX-TAX-YEAR
                  AND CASE_NUM    = :WS-ER-CASE-NUM
                  AND FORM_STATUS IN ('T', 'C')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE
               MOVE 'Y'  TO WS-CASE-EOF-SW
               GO TO P150000-EXIT.

           IF WS-FILED-COUNT > ZERO
               ADD 1 TO AX-CASES-SKIPPED
               MOVE SPACES TO WS-OUT-LINE
               STRING '1094-C '        DELIMITED BY SIZE
                      AX-TAX-YEAR      DELIMITED BY SIZE
                      ' CASE '         DELIMITED BY SIZE
                      WS-ER-CASE-NUM   DELIMITED BY SIZE
                      ' ALREADY ACCEPTED - CHANGES GO IN AS CORRECTIONS'
                                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM P920000-WRITE-PRINT-LINE THRU P920000-EXIT
               GO TO P150000-EXIT.

      *    A RERUN BEFORE ACCEPTANCE REBUILDS THE CASE FROM SCRATCH
           EXEC SQL
               DELETE FROM ACA_1095C_FORM
                WHERE TAX_YEAR = :AX-TAX-YEAR
                  AND CASE_NUM = :WS-ER-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO AX-RETURN-CODE
               MOVE 'Y'  TO WS-CASE-EOF-SW
               GO TO P150000-EXIT.

           ADD 1 TO WS-SUBMISSION-ID.
           MOVE ZERO TO WS-RECORD-ID.
           PERFORM P160000-CLEAR-CASE-COUNTS THRU P160000-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

           PERFORM P300000-BUILD-CASE-FORMS THRU P300000-EXIT.

           IF AX-RETURN-CODE = '12'
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P150000-EXIT.

           IF WS-RECORD-ID = ZERO
               SUBTRACT 1 FROM WS-SUBMISSION-ID
               MOVE SPACES TO WS-OUT-LINE
               STRING '1094-C '        DELIMITED BY SIZE
                      AX-TAX-YEAR      DELIMITED BY SIZE
                      ' CASE '         DELIMITED BY SIZE
                      WS-ER-CASE-NUM   DELIMITED BY SIZE
                      ' NO EMPLOYEE NEEDS A 1095-C FOR THE YEAR'
                                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM P920000-WRITE-PRINT-LINE THRU P920000-EXIT
               GO TO P150000-EXIT.

           PERFORM P500000-TRANSMIT-THE-CASE THRU P500000-EXIT.

           IF AX-RETURN-CODE = '12'
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P150000-EXIT.

           ADD 1 TO AX-CASES-FILED.

           EXEC CICS SYNCPOINT
           END-EXEC.

       P150000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> CLEAR ONE MONTH OF THE CASE COUNTS'.
       P160000-CLEAR-CASE-COUNTS SECTION.

           MOVE ZERO TO WS-FT-COUNT (WS-MONTH-SUB)
                        WS-EMP-COUNT (WS-MONTH-SUB).

       P160000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> FETCH ONE ALE CASE'.
       P200000-FETCH-THE-CASE SECTION.

           EXEC SQL
               FETCH A95CCUR
                 INTO :WS-ER-CASE-NUM,
                      :WS-ER-IDNTITY,
                      :WS-ER-DEP-AGE,
                      :WS-ER-NAME,
                      :WS-ER-TIN,
                      :WS-ER-ADDRESS1,
                      :WS-ER-CITY,
                      :WS-ER-STATE,
                      :WS-ER-ZIP,
                      :WS-ER-AREA-CODE,
                      :WS-ER-PHONE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AX-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW.

       P200000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> BUILD THE CASE FORMS'.
       P300000-BUILD-CASE-FORMS SECTION.

           EXEC SQL
               OPEN A95ECUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE 'N' TO WS-EMP-EOF-SW.

           PERFORM P350000-ONE-EMPLOYEE THRU P350000-EXIT
               UNTIL EMP-CURSOR-EOF.

           EXEC SQL
               CLOSE A95ECUR
           END-EXEC.

       P300000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> BUILD ONE EMPLOYEE FORM'.
       P350000-ONE-EMPLOYEE SECTION.

           EXEC SQL
               FETCH A95ECUR
                 INTO :WS-EE-EMP-NUM,
                      :WS-EE-SSN,
                      :WS-EE-LAST-NAME,
                      :WS-EE-FIRST-NAME,
                      :WS-EE-STATE,
                      :WS-EE-ZIP,
                      :WS-EE-HIRE-DATE,
                      :WS-EE-TERM-DATE,
                      :WS-EE-POSITION-TYPE,
                      :WS-EE-SALARY,
                      :WS-EE-LNAP-END
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AX-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-EMP-EOF-SW
               GO TO P350000-EXIT.

           MOVE 'N'    TO WS-FORM-NEEDED-SW.
           MOVE SPACES TO WS-OFFER-CODES WS-HARBOR-CODES.
           MOVE ALL 'N' TO WS-ENROLLED-MONTHS.

           PERFORM P400000-ONE-MONTH THRU P400000-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
                  OR AX-RETURN-CODE = '12'.

           IF AX-RETURN-CODE = '12'
               MOVE 'Y' TO WS-EMP-EOF-SW
               GO TO P350000-EXIT.

      *----------------------------------------------------------------*
      *    A FORM IS OWED FOR ANY MONTH FULL-TIME, AND FOR ANY MONTH   *
      *    ENROLLED SO THE COVERAGE IS REPORTED.                       *
      *----------------------------------------------------------------*
           IF NOT FORM-IS-NEEDED
               GO TO P350000-EXIT.

           PERFORM P450000-STORE-THE-FORM THRU P450000-EXIT.

           IF AX-RETURN-CODE = '12'
               MOVE 'Y' TO WS-EMP-EOF-SW.

       P350000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE MONTH - LINES 14, 15 AND 16'.
       P400000-ONE-MONTH SECTION.

           COMPUTE WS-NEXT-SUB = WS-MONTH-SUB + 1.
           MOVE WS-MONTH-BEGIN (WS-MONTH-SUB) TO WS-THIS-MB.
           MOVE WS-MONTH-BEGIN (WS-NEXT-SUB)  TO WS-NEXT-MB.

           MOVE '1H' TO WS-OFFER-CODE (WS-MONTH-SUB).
           MOVE ZERO TO WS-SHARE-AMT (WS-MONTH-SUB).

      *    NOT EMPLOYED ANY DAY OF THE MONTH
           IF (WS-EE-HIRE-DATE NOT = SPACES
               AND WS-EE-HIRE-DATE NOT < WS-NEXT-MB)
              OR (WS-EE-TERM-DATE NOT = SPACES
               AND WS-EE-TERM-DATE < WS-THIS-MB)
               MOVE '2A' TO WS-HARBOR-CODE (WS-MONTH-SUB)
               GO TO P400000-EXIT.

           ADD 1 TO WS-EMP-COUNT (WS-MONTH-SUB).

           PERFORM P410000-FULL-TIME-TEST THRU P410000-EXIT.
           IF MONTH-FULL-TIME
               ADD 1 TO WS-FT-COUNT (WS-MONTH-SUB)
               MOVE 'Y' TO WS-FORM-NEEDED-SW.

           PERFORM P420000-ENROLLED-SHARE THRU P420000-EXIT.
           PERFORM P430000-LOWEST-SHARE THRU P430000-EXIT.

           IF AX-RETURN-CODE = '12'
               GO TO P400000-EXIT.

           IF MONTH-ENROLLED
               MOVE 'Y' TO WS-ENROLLED-FLAG (WS-MONTH-SUB)
                           WS-FORM-NEEDED-SW.

      *----------------------------------------------------------------*
      *    LINE 14 - AN OFFER WAS MADE WHEN THE CASE HAD HEALTH        *
      *    COVERAGE IN FORCE AND THE EMPLOYEE WAS FULL-TIME OR TOOK    *
      *    IT.  A CASE COVERING DEPENDENTS (DEP_COV_AGE1) OFFERED      *
      *    EMPLOYEE, SPOUSE AND DEPENDENTS.                            *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-OFFERED-SW.
           IF PLAN-IN-FORCE
               AND (MONTH-FULL-TIME OR MONTH-ENROLLED)
               MOVE 'Y' TO WS-OFFERED-SW.

           IF MONTH-OFFERED
               IF WS-ER-DEP-AGE > ZERO
                   MOVE '1E' TO WS-OFFER-CODE (WS-MONTH-SUB)
               ELSE
                   MOVE '1B' TO WS-OFFER-CODE (WS-MONTH-SUB)
               END-IF
               IF MONTH-ENROLLED
                   MOVE WS-MONTH-SHARE  TO WS-SHARE-AMT (WS-MONTH-SUB)
               ELSE
                   MOVE WS-LOWEST-SHARE TO WS-SHARE-AMT (WS-MONTH-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    LINE 16 - THE FIRST THAT APPLIES: ENROLLED, LIMITED NON-    *
      *    ASSESSMENT (A VARIABLE-HOUR NEW HIRE NOT YET MEASURED), NOT *
      *    FULL-TIME, THEN THE W-2 AFFORDABILITY SAFE HARBOR.          *
      *----------------------------------------------------------------*
           IF MONTH-ENROLLED
               MOVE '2C' TO WS-HARBOR-CODE (WS-MONTH-SUB)
               GO TO P400000-EXIT.

           IF MONTH-LIMITED-NON-ASSESS
               MOVE '2D' TO WS-HARBOR-CODE (WS-MONTH-SUB)
               GO TO P400000-EXIT.

           IF NOT MONTH-FULL-TIME
               MOVE '2B' TO WS-HARBOR-CODE (WS-MONTH-SUB)
               GO TO P400000-EXIT.

           IF NOT MONTH-OFFERED
               GO TO P400000-EXIT.

           COMPUTE WS-YEAR-SHARE =
                   WS-SHARE-AMT (WS-MONTH-SUB) * 12.
           COMPUTE WS-AFFORD-LIMIT ROUNDED =
                   WS-EE-SALARY * WS-AFFORD-PCT / 100.

           IF WS-EE-SALARY > ZERO
               AND WS-YEAR-SHARE NOT > WS-AFFORD-LIMIT
               MOVE '2F' TO WS-HARBOR-CODE (WS-MONTH-SUB).

       P400000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> FULL-TIME FOR THE MONTH'.
       P410000-FULL-TIME-TEST SECTION.

      *----------------------------------------------------------------*
      *    A PART-TIME POSITION IS NOT FULL-TIME; A VARIABLE-HOUR OR   *
      *    SEASONAL ONE IS WHATEVER ITS STABILITY PERIOD SAYS; EVERY   *
      *    OTHER POSITION IS FULL-TIME.                                *
      *----------------------------------------------------------------*
           MOVE 'Y' TO WS-FULL-TIME-SW.

           IF WS-EE-POSITION-TYPE = 'P'
               MOVE 'N' TO WS-FULL-TIME-SW
               GO TO P410000-EXIT.

           IF WS-EE-POSITION-TYPE NOT = 'V'
               AND WS-EE-POSITION-TYPE NOT = 'S'
               GO TO P410000-EXIT.

           MOVE SPACE TO WS-FT-RESULT.

           EXEC SQL
               SELECT FT_RESULT
                 INTO :WS-FT-RESULT
                 FROM ACA_MEASUREMENT
                WHERE CASE_NUM           = :WS-ER-CASE-NUM
                  AND EMP_NUM            = :WS-EE-EMP-NUM
                  AND STABILITY_BEGIN_DT < :WS-NEXT-MB
                  AND STABILITY_END_DT  >= :WS-THIS-MB
                ORDER BY STABILITY_BEGIN_DT DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO AX-RETURN-CODE
               GO TO P410000-EXIT.

           IF SQLCODE = ZERO
               IF WS-FT-RESULT NOT = 'F'
                   MOVE 'N' TO WS-FULL-TIME-SW
               END-IF
               GO TO P410000-EXIT.

      *    NO STABILITY PERIOD YET - STILL INSIDE THE INITIAL
      *    MEASUREMENT AND ADMINISTRATIVE PERIOD OF A NEW HIRE
           IF WS-EE-LNAP-END NOT = SPACES
               AND WS-THIS-MB < WS-EE-LNAP-END
               MOVE 'L' TO WS-FULL-TIME-SW
           ELSE
               MOVE 'N' TO WS-FULL-TIME-SW
           END-IF.

       P410000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ENROLLED - THE EMPLOYEE SHARE'.
       P420000-ENROLLED-SHARE SECTION.

           MOVE 'N'  TO WS-ENROLLED-SW.
           MOVE ZERO TO WS-MONTH-SHARE.

           EXEC SQL
               SELECT TYPE,
                      PLAN_CODE,
                      PREMIUM,
                      EMPLOYER_CNTR_AMT,
                      EMPLOYER_CNTR_RATE
                 INTO :WS-COV-TYPE,
                      :WS-COV-PLAN-CODE,
                      :WS-COV-PREMIUM,
                      :WS-CNTR-AMT  :WS-CNTR-AMT-IND,
                      :WS-CNTR-RATE :WS-CNTR-RATE-IND
                 FROM COVERAGE
                WHERE CASENAME#CIM     = :WS-ER-IDNTITY
                  AND EMPLOYEE#EMP_NUM = :WS-EE-EMP-NUM
                  AND TYPE LIKE 'HEALTH%'
                  AND EFF_DATE < :WS-NEXT-MB
                  AND (TERM_DATE IS NULL
                       OR TERM_DATE >= :WS-THIS-MB)
                ORDER BY PREMIUM
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               GO TO P420000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE
               GO TO P420000-EXIT.

           MOVE 'Y' TO WS-ENROLLED-SW.

      *----------------------------------------------------------------*
      *    THE CONTRIBUTION IN FORCE AT MONTH END IS THE LAST ONE      *
      *    SNAPPED BEFORE THE NEXT MONTH BEGAN; NO SNAPSHOT THAT OLD   *
      *    MEANS THE COVERAGE ROW'S OWN HAS STOOD ALL ALONG.           *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT EMPLOYER_CNTR_AMT,
                      EMPLOYER_CNTR_RATE
                 INTO :WS-CNTR-AMT  :WS-CNTR-AMT-IND,
                      :WS-CNTR-RATE :WS-CNTR-RATE-IND
                 FROM EMPLOYER_CNTR_HISTORY
                WHERE CASENAME#CIM     = :WS-ER-IDNTITY
                  AND EMPLOYEE#EMP_NUM = :WS-EE-EMP-NUM
                  AND TYPE             = :WS-COV-TYPE
                  AND PLAN_CODE        = :WS-COV-PLAN-CODE
                  AND SNAP_DATE        < :WS-NEXT-MB
                ORDER BY SNAP_DATE DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO AX-RETURN-CODE
               GO TO P420000-EXIT.

           IF WS-CNTR-AMT-IND < ZERO
               MOVE ZERO TO WS-CNTR-AMT
               IF WS-CNTR-RATE-IND NOT < ZERO
                   COMPUTE WS-CNTR-AMT ROUNDED =
                           WS-COV-PREMIUM * WS-CNTR-RATE
               END-IF
           END-IF.

           COMPUTE WS-MONTH-SHARE = WS-COV-PREMIUM - WS-CNTR-AMT.
           IF WS-MONTH-SHARE < ZERO
               MOVE ZERO TO WS-MONTH-SHARE.

       P420000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> THE CASE LOWEST-COST EMPLOYEE SHARE'.
       P430000-LOWEST-SHARE SECTION.

           MOVE 'N'  TO WS-PLAN-SW.
           MOVE ZERO TO WS-LOWEST-SHARE.

           EXEC SQL
               SELECT MIN(PREMIUM -
                          VALUE(EMPLOYER_CNTR_AMT,
                                PREMIUM *
                                VALUE(EMPLOYER_CNTR_RATE, 0)))
                 INTO :WS-LOWEST-SHARE :WS-LOWEST-SHARE-IND
                 FROM COVERAGE
                WHERE CASENAME#CIM = :WS-ER-IDNTITY
                  AND TYPE LIKE 'HEALTH%'
                  AND EFF_DATE < :WS-NEXT-MB
                  AND (TERM_DATE IS NULL
                       OR TERM_DATE >= :WS-THIS-MB)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE
               GO TO P430000-EXIT.

      *    NO HEALTH COVERAGE IN FORCE ON THE CASE - NOTHING OFFERED
           IF WS-LOWEST-SHARE-IND < ZERO
               MOVE ZERO TO WS-LOWEST-SHARE
               GO TO P430000-EXIT.

           MOVE 'Y' TO WS-PLAN-SW.
           IF WS-LOWEST-SHARE < ZERO
               MOVE ZERO TO WS-LOWEST-SHARE.

       P430000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> KEEP ONE FORM ON ACA_1095C_FORM'.
       P450000-STORE-THE-FORM SECTION.

           ADD 1 TO WS-RECORD-ID.

           MOVE AX-TAX-YEAR        TO AF-TAX-YEAR.
           MOVE WS-ER-CASE-NUM     TO AF-CASE-NUM.
           MOVE WS-ER-IDNTITY      TO AF-CASE-IDNTITY.
           MOVE WS-EE-EMP-NUM      TO AF-EMP-NUM.
           MOVE WS-SUBMISSION-ID   TO AF-SUBMISSION-ID.
           MOVE WS-RECORD-ID       TO AF-RECORD-ID.
           MOVE WS-EE-SSN          TO AF-EMP-SSN.
           MOVE WS-EE-LAST-NAME    TO AF-EMP-LAST-NAME.
           MOVE WS-EE-FIRST-NAME   TO AF-EMP-FIRST-NAME.
           MOVE WS-EE-STATE        TO AF-EMP-STATE.
           MOVE WS-EE-ZIP          TO AF-EMP-ZIP.
           MOVE WS-OFFER-CODES     TO AF-OFFER-CODES.
           MOVE WS-SHARE-AMOUNTS   TO AF-SHARE-AMOUNTS.
           MOVE WS-HARBOR-CODES    TO AF-SAFE-HARBOR-CODES.
           MOVE WS-ENROLLED-MONTHS TO AF-ENROLLED-MONTHS.
           MOVE SPACES             TO AF-RECEIPT-ID.

      *----------------------------------------------------------------*
      *    A CORRECTION REPLACES THE ACCEPTED FORM IN PLACE, TAKING    *
      *    ITS PLACE IN THE CORRECTION TRANSMISSION; THE RECEIPT IT    *
      *    CORRECTS STAYS UNTIL THE CORRECTION'S OWN IS KEYED.         *
      *----------------------------------------------------------------*
           IF CORRECTION-RUN
               EXEC SQL
                   UPDATE ACA_1095C_FORM
                      SET SUBMISSION_ID     = :AF-SUBMISSION-ID,
                          RECORD_ID         = :AF-RECORD-ID,
                          EMP_SSN           = :AF-EMP-SSN,
                          EMP_LAST_NAME     = :AF-EMP-LAST-NAME,
                          EMP_FIRST_NAME    = :AF-EMP-FIRST-NAME,
                          EMP_STATE         = :AF-EMP-STATE,
                          EMP_ZIP           = :AF-EMP-ZIP,
                          OFFER_CODES       = :AF-OFFER-CODES,
                          SHARE_AMOUNTS     = :AF-SHARE-AMOUNTS,
                          SAFE_HARBOR_CODES = :AF-SAFE-HARBOR-CODES,
                          ENROLLED_MONTHS   = :AF-ENROLLED-MONTHS,
                          FORM_STATUS       = 'C',
                          BUILD_TIMESTAMP   = CURRENT TIMESTAMP
                    WHERE TAX_YEAR = :AF-TAX-YEAR
                      AND CASE_NUM = :AF-CASE-NUM
                      AND EMP_NUM  = :AF-EMP-NUM
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO ACA_1095C_FORM
                          ( TAX_YEAR,
                            CASE_NUM,
                            CASENAME#IDNTITY,
                            EMP_NUM,
                            SUBMISSION_ID,
                            RECORD_ID,
                            EMP_SSN,
                            EMP_LAST_NAME,
                            EMP_FIRST_NAME,
                            EMP_STATE,
                            EMP_ZIP,
                            OFFER_CODES,
                            SHARE_AMOUNTS,
                            SAFE_HARBOR_CODES,
                            ENROLLED_MONTHS,
                            FORM_STATUS,
                            RECEIPT_ID,
                            BUILD_TIMESTAMP,
                            TRANSMIT_TIMESTAMP )
                   VALUES ( :AF-TAX-YEAR,
                            :AF-CASE-NUM,
                            :AF-CASE-IDNTITY,
                            :AF-EMP-NUM,
                            :AF-SUBMISSION-ID,
                            :AF-RECORD-ID,
                            :AF-EMP-SSN,
                            :AF-EMP-LAST-NAME,
                            :AF-EMP-FIRST-NAME,
                            :AF-EMP-STATE,
                            :AF-EMP-ZIP,
                            :AF-OFFER-CODES,
                            :AF-SHARE-AMOUNTS,
                            :AF-SAFE-HARBOR-CODES,
                            :AF-ENROLLED-MONTHS,
                            'B',
                            :AF-RECEIPT-ID,
                            CURRENT TIMESTAMP,
                            NULL )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE.

       P450000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE 1094-C WITH ITS 1095-C FORMS'.
       P500000-TRANSMIT-THE-CASE SECTION.

           MOVE WS-RECORD-ID TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING '1094-C '        DELIMITED BY SIZE
                  AX-TAX-YEAR      DELIMITED BY SIZE
                  ' CASE '         DELIMITED BY SIZE
                  WS-ER-CASE-NUM   DELIMITED BY SIZE
                  ' EIN '          DELIMITED BY SIZE
                  WS-ER-TIN        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-ER-NAME       DELIMITED BY SIZE
                  ' FORMS '        DELIMITED BY SIZE
                  WS-EDIT-COUNT    DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM P920000-WRITE-PRINT-LINE THRU P920000-EXIT.

           MOVE '<Form1094CUpstreamDetail recordType="String">'
             TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

           MOVE WS-SUBMISSION-ID TO WS-XML-COUNT.
           MOVE 'SubmissionId' TO WS-XML-TAG.
           MOVE WS-XML-COUNT   TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE 'TaxYr'        TO WS-XML-TAG.
           MOVE AX-TAX-YEAR    TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE 'CorrectedInd' TO WS-XML-TAG.
           MOVE '0'            TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

           PERFORM P520000-XML-EMPLOYER THRU P520000-EXIT.

           MOVE WS-RECORD-ID   TO WS-XML-COUNT.
           MOVE 'Total1095CTransmittalCnt' TO WS-XML-TAG.
           MOVE WS-XML-COUNT   TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

      *----------------------------------------------------------------*
      *    THE AUTHORITATIVE 1094-C CARRIES THE ALE MEMBER COUNTS BY   *
      *    MONTH; THE ONE COVERING A CORRECTION DOES NOT.              *
      *----------------------------------------------------------------*
           IF NOT CORRECTION-RUN
               MOVE 'Total1095CALEMemberCnt' TO WS-XML-TAG
               MOVE WS-XML-COUNT   TO WS-XML-VALUE
               PERFORM P900000-XML-ELEMENT THRU P900000-EXIT
               MOVE 'AggregatedGroupMemberCd' TO WS-XML-TAG
               MOVE '2'            TO WS-XML-VALUE
               PERFORM P900000-XML-ELEMENT THRU P900000-EXIT
               MOVE '<ALEMemberInformationGrp>' TO WS-OUT-LINE
               PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT
               PERFORM P530000-ONE-MEMBER-MONTH THRU P530000-EXIT
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE '</ALEMemberInformationGrp>' TO WS-OUT-LINE
               PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT
               MOVE 'FT COUNT' TO WS-PRINT-LABEL
               PERFORM P540000-PRINT-CASE-COUNTS THRU P540000-EXIT
               MOVE 'EMPLOYED' TO WS-PRINT-LABEL
               PERFORM P540000-PRINT-CASE-COUNTS THRU P540000-EXIT
           END-IF.

           EXEC SQL
               OPEN A95FCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-FORM-EOF-SW.

           PERFORM P550000-ONE-FORM THRU P550000-EXIT
               UNTIL FORM-CURSOR-EOF.

           EXEC SQL
               CLOSE A95FCUR
           END-EXEC.

           MOVE '</Form1094CUpstreamDetail>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

       P500000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> THE EMPLOYER INFORMATION GROUP'.
       P520000-XML-EMPLOYER SECTION.

           MOVE '<EmployerInformationGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE '<BusinessName>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'BusinessNameLine1Txt' TO WS-XML-TAG.
           MOVE WS-ER-NAME       TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE '</BusinessName>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'EmployerEIN'    TO WS-XML-TAG.
           MOVE WS-ER-TIN        TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE '<MailingAddressGrp><USAddressGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'AddressLine1Txt' TO WS-XML-TAG.
           MOVE WS-ER-ADDRESS1   TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE 'CityNm'         TO WS-XML-TAG.
           MOVE WS-ER-CITY       TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE 'USStateCd'      TO WS-XML-TAG.
           MOVE WS-ER-STATE      TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE 'USZIPCd'        TO WS-XML-TAG.
           MOVE WS-ER-ZIP        TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE '</USAddressGrp></MailingAddressGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'ContactPhoneNum' TO WS-XML-TAG.
           MOVE WS-ER-PHONE      TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE '</EmployerInformationGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

       P520000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE MONTH OF THE ALE MEMBER COUNTS'.
       P530000-ONE-MEMBER-MONTH SECTION.

           MOVE '<MonthlyALEMemberDetail>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

           MOVE 'SubmissionMonthNum' TO WS-XML-TAG.
           MOVE WS-MONTH-BEGIN (WS-MONTH-SUB) (6:2) TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

           MOVE 'MinEssentialCvrOffrCd' TO WS-XML-TAG.
           IF WS-FT-COUNT (WS-MONTH-SUB) > ZERO
               MOVE '1' TO WS-XML-VALUE
           ELSE
               MOVE '2' TO WS-XML-VALUE
           END-IF.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

           MOVE WS-FT-COUNT (WS-MONTH-SUB) TO WS-XML-COUNT.
           MOVE 'ALEMemberFTECnt' TO WS-XML-TAG.
           MOVE WS-XML-COUNT      TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

           MOVE WS-EMP-COUNT (WS-MONTH-SUB) TO WS-XML-COUNT.
           MOVE 'TotalEmployeeCnt' TO WS-XML-TAG.
           MOVE WS-XML-COUNT       TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

           MOVE '</MonthlyALEMemberDetail>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

       P530000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE PRINT LINE OF THE CASE COUNTS'.
       P540000-PRINT-CASE-COUNTS SECTION.

           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-PRINT-LABEL TO WS-OUT-LINE (1:8).
           MOVE 10 TO WS-OUT-PTR.

           PERFORM P545000-ONE-COUNT THRU P545000-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

           PERFORM P920000-WRITE-PRINT-LINE THRU P920000-EXIT.

       P540000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE MONTH OF A CASE COUNT LINE'.
       P545000-ONE-COUNT SECTION.

           IF WS-PRINT-LABEL = 'FT COUNT'
               MOVE WS-FT-COUNT (WS-MONTH-SUB)  TO WS-EDIT-COUNT
           ELSE
               MOVE WS-EMP-COUNT (WS-MONTH-SUB) TO WS-EDIT-COUNT
           END-IF.

           STRING WS-EDIT-COUNT DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING.

       P545000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE 1095-C - PRINT AND AIR'.
       P550000-ONE-FORM SECTION.

           EXEC SQL
               FETCH A95FCUR
                 INTO :AF-EMP-NUM,
                      :AF-RECORD-ID,
                      :AF-EMP-SSN,
                      :AF-EMP-LAST-NAME,
                      :AF-EMP-FIRST-NAME,
                      :AF-EMP-STATE,
                      :AF-EMP-ZIP,
                      :AF-OFFER-CODES,
                      :AF-SHARE-AMOUNTS,
                      :AF-SAFE-HARBOR-CODES,
                      :AF-ENROLLED-MONTHS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AX-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-FORM-EOF-SW
               GO TO P550000-EXIT.

           ADD 1 TO AX-FORMS-WRITTEN.

           MOVE AF-OFFER-CODES       TO WS-OFFER-CODES.
           MOVE AF-SHARE-AMOUNTS     TO WS-SHARE-AMOUNTS.
           MOVE AF-SAFE-HARBOR-CODES TO WS-HARBOR-CODES.
           MOVE AF-ENROLLED-MONTHS   TO WS-ENROLLED-MONTHS.

           PERFORM P560000-PRINT-THE-FORM THRU P560000-EXIT.

           MOVE '<Form1095CUpstreamDetail recordType="String">'
             TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

           MOVE AF-RECORD-ID    TO WS-XML-COUNT.
           MOVE 'RecordId'      TO WS-XML-TAG.
           MOVE WS-XML-COUNT    TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE 'CorrectedInd'  TO WS-XML-TAG.
           MOVE WS-CORRECTED-IND TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

           IF CORRECTION-RUN
               PERFORM P565000-XML-CORRECTED-RECORD THRU P565000-EXIT.

           MOVE 'TaxYr'         TO WS-XML-TAG.
           MOVE AX-TAX-YEAR     TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

           MOVE '<EmployeeInfoGrp><OtherCompletePersonName>'
             TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'PersonFirstNm'   TO WS-XML-TAG.
           MOVE AF-EMP-FIRST-NAME TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE 'PersonLastNm'    TO WS-XML-TAG.
           MOVE AF-EMP-LAST-NAME  TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE '</OtherCompletePersonName>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'PersonTIN'       TO WS-XML-TAG.
           MOVE AF-EMP-SSN        TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE '<MailingAddressGrp><USAddressGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'USStateCd'       TO WS-XML-TAG.
           MOVE AF-EMP-STATE      TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE 'USZIPCd'         TO WS-XML-TAG.
           MOVE AF-EMP-ZIP        TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE '</USAddressGrp></MailingAddressGrp></EmployeeInfoGrp>'
             TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

           PERFORM P520000-XML-EMPLOYER THRU P520000-EXIT.

           MOVE '<EmployeeOfferAndCoverageGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

           MOVE '<MonthlyOfferCoverageGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'O' TO WS-XML-GROUP.
           PERFORM P570000-XML-ONE-MONTH THRU P570000-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           MOVE '</MonthlyOfferCoverageGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

           MOVE '<MonthlyEmployeeRequiredContriGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'S' TO WS-XML-GROUP.
           PERFORM P570000-XML-ONE-MONTH THRU P570000-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           MOVE '</MonthlyEmployeeRequiredContriGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

           MOVE '<MonthlySafeHarborGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'H' TO WS-XML-GROUP.
           PERFORM P570000-XML-ONE-MONTH THRU P570000-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           MOVE '</MonthlySafeHarborGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

           MOVE '</EmployeeOfferAndCoverageGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

      *----------------------------------------------------------------*
      *    PART III - THE EMPLOYEE FOR THE MONTHS ENROLLED, THEN EACH  *
      *    DEPENDENT FOR THE MONTHS BOTH WERE COVERED.                 *
      *----------------------------------------------------------------*
           IF WS-ENROLLED-MONTHS NOT = ALL 'N'
               MOVE AF-EMP-LAST-NAME   TO WS-DP-LAST-NAME
               MOVE AF-EMP-FIRST-NAME  TO WS-DP-FIRST-NAME
               MOVE AF-EMP-SSN         TO WS-DP-SSN
               MOVE SPACES             TO WS-DP-DOB
               MOVE WS-ENROLLED-MONTHS TO WS-COVERED-MONTHS
               PERFORM P590000-ONE-COVERED-PERSON THRU P590000-EXIT
               PERFORM P580000-COVERED-DEPENDENTS THRU P580000-EXIT
           END-IF.

           MOVE '</Form1095CUpstreamDetail>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> THE PRINTED 1095-C'.
       P560000-PRINT-THE-FORM SECTION.

           MOVE AF-EMP-NUM TO WS-EDIT-EMP.
           MOVE SPACES TO WS-OUT-LINE.
           STRING '1095-C '         DELIMITED BY SIZE
                  AX-TAX-YEAR       DELIMITED BY SIZE
                  ' CASE '          DELIMITED BY SIZE
                  WS-ER-CASE-NUM    DELIMITED BY SIZE
                  ' EMP '           DELIMITED BY SIZE
                  WS-EDIT-EMP       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AF-EMP-SSN        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AF-EMP-LAST-NAME  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AF-EMP-FIRST-NAME DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AF-EMP-STATE      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AF-EMP-ZIP        DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           IF CORRECTION-RUN
               MOVE 'CORRECTED' TO WS-OUT-LINE (120:9).
           PERFORM P920000-WRITE-PRINT-LINE THRU P920000-EXIT.

           MOVE 'LINE 14 ' TO WS-PRINT-LABEL.
           PERFORM P575000-PRINT-MONTH-LINE THRU P575000-EXIT.
           MOVE 'LINE 15 ' TO WS-PRINT-LABEL.
           PERFORM P575000-PRINT-MONTH-LINE THRU P575000-EXIT.
           MOVE 'LINE 16 ' TO WS-PRINT-LABEL.
           PERFORM P575000-PRINT-MONTH-LINE THRU P575000-EXIT.

       P560000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> THE RECORD A CORRECTION REPLACES'.
       P565000-XML-CORRECTED-RECORD SECTION.

           MOVE '<CorrectedRecordInfoGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

      *    RECEIPT ID, SUBMISSION ID AND RECORD ID, BAR-SEPARATED
           MOVE SPACES TO WS-XML-VALUE.
           MOVE 1 TO WS-OUT-PTR.
           STRING WS-ORIG-RECEIPT-ID DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
               INTO WS-XML-VALUE
               WITH POINTER WS-OUT-PTR
           END-STRING.

           MOVE WS-ORIG-SUBMISSION-ID TO WS-XML-COUNT.
           MOVE ZERO TO WS-LEAD-ZEROS.
           INSPECT WS-XML-COUNT TALLYING WS-LEAD-ZEROS
               FOR LEADING '0'.
           STRING WS-XML-COUNT (WS-LEAD-ZEROS + 1:)
                                     DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
               INTO WS-XML-VALUE
               WITH POINTER WS-OUT-PTR
           END-STRING.

           MOVE WS-ORIG-RECORD-ID TO WS-XML-COUNT.
           MOVE ZERO TO WS-LEAD-ZEROS.
           INSPECT WS-XML-COUNT TALLYING WS-LEAD-ZEROS
               FOR LEADING '0'.
           STRING WS-XML-COUNT (WS-LEAD-ZEROS + 1:)
                                     DELIMITED BY SIZE
               INTO WS-XML-VALUE
               WITH POINTER WS-OUT-PTR
           END-STRING.
           MOVE 'CorrectedUniqueRecordId' TO WS-XML-TAG.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

           MOVE '<CorrectedRecordPayeeName>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'PersonFirstNm'   TO WS-XML-TAG.
           MOVE AF-EMP-FIRST-NAME TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE 'PersonLastNm'    TO WS-XML-TAG.
           MOVE AF-EMP-LAST-NAME  TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE '</CorrectedRecordPayeeName>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'CorrectedRecordPayeeTIN' TO WS-XML-TAG.
           MOVE AF-EMP-SSN        TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

           MOVE '</CorrectedRecordInfoGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

       P565000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE MONTH ELEMENT OF A MONTHLY GROUP'.
       P570000-XML-ONE-MONTH SECTION.

           MOVE SPACES TO WS-XML-TAG.

           EVALUATE WS-XML-GROUP
               WHEN 'O'
                   STRING WS-MONTH-SHORT (WS-MONTH-SUB)
                                      DELIMITED BY SIZE
                          'OfferCd'   DELIMITED BY SIZE
                       INTO WS-XML-TAG
                   END-STRING
                   MOVE WS-OFFER-CODE (WS-MONTH-SUB) TO WS-XML-VALUE
      *            LINE 15 IS ONLY FOR A MONTH AN OFFER WAS MADE
               WHEN 'S'
                   IF WS-OFFER-CODE (WS-MONTH-SUB) = '1H'
                       GO TO P570000-EXIT
                   END-IF
                   STRING WS-MONTH-LONG (WS-MONTH-SUB)
                                      DELIMITED BY SPACE
                          'Amt'       DELIMITED BY SIZE
                       INTO WS-XML-TAG
                   END-STRING
                   MOVE WS-SHARE-AMT (WS-MONTH-SUB) TO WS-XML-AMOUNT
                   MOVE WS-XML-AMOUNT TO WS-XML-VALUE
               WHEN 'H'
                   IF WS-HARBOR-CODE (WS-MONTH-SUB) = SPACES
                       GO TO P570000-EXIT
                   END-IF
                   STRING WS-MONTH-SHORT (WS-MONTH-SUB)
                                      DELIMITED BY SIZE
                          'SafeHarborCd' DELIMITED BY SIZE
                       INTO WS-XML-TAG
                   END-STRING
                   MOVE WS-HARBOR-CODE (WS-MONTH-SUB) TO WS-XML-VALUE
               WHEN OTHER
                   STRING WS-MONTH-LONG (WS-MONTH-SUB)
                                      DELIMITED BY SPACE
                          'Ind'       DELIMITED BY SIZE
                       INTO WS-XML-TAG
                   END-STRING
                   IF WS-COVERED-FLAG (WS-MONTH-SUB) = 'Y'
                       MOVE '1' TO WS-XML-VALUE
                   ELSE
                       MOVE '0' TO WS-XML-VALUE
                   END-IF
           END-EVALUATE.

           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

       P570000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE PRINTED LINE OF TWELVE MONTHS'.
       P575000-PRINT-MONTH-LINE SECTION.

           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-PRINT-LABEL TO WS-OUT-LINE (1:8).
           MOVE 10 TO WS-OUT-PTR.

           PERFORM P577000-PRINT-ONE-MONTH THRU P577000-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

           PERFORM P920000-WRITE-PRINT-LINE THRU P920000-EXIT.

       P575000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE MONTH OF A PRINTED LINE'.
       P577000-PRINT-ONE-MONTH SECTION.

           EVALUATE WS-PRINT-LABEL
               WHEN 'LINE 14 '
                   STRING WS-OFFER-CODE (WS-MONTH-SUB)
                                      DELIMITED BY SIZE
                          '  '        DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                       WITH POINTER WS-OUT-PTR
                   END-STRING
               WHEN 'LINE 15 '
                   MOVE WS-SHARE-AMT (WS-MONTH-SUB) TO WS-EDIT-AMOUNT
                   STRING WS-EDIT-AMOUNT DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                       WITH POINTER WS-OUT-PTR
                   END-STRING
               WHEN 'LINE 16 '
                   STRING WS-HARBOR-CODE (WS-MONTH-SUB)
                                      DELIMITED BY SIZE
                          '  '        DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                       WITH POINTER WS-OUT-PTR
                   END-STRING
               WHEN OTHER
                   STRING WS-COVERED-FLAG (WS-MONTH-SUB)
                                      DELIMITED BY SIZE
                          ' '         DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                       WITH POINTER WS-OUT-PTR
                   END-STRING
           END-EVALUATE.

       P577000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> THE COVERED DEPENDENTS'.
       P580000-COVERED-DEPENDENTS SECTION.

           EXEC SQL
               OPEN A95DCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE
               GO TO P580000-EXIT.

           MOVE 'N' TO WS-DEP-EOF-SW.

           PERFORM P585000-ONE-DEPENDENT THRU P585000-EXIT
               UNTIL DEP-CURSOR-EOF.

           EXEC SQL
               CLOSE A95DCUR
           END-EXEC.

       P580000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE DEPENDENT - THE MONTHS COVERED'.
       P585000-ONE-DEPENDENT SECTION.

           EXEC SQL
               FETCH A95DCUR
                 INTO :WS-DP-LAST-NAME,
                      :WS-DP-FIRST-NAME,
                      :WS-DP-SSN,
                      :WS-DP-DOB,
                      :WS-DP-EFF-DATE,
                      :WS-DP-TERM-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AX-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-DEP-EOF-SW
               GO TO P585000-EXIT.

           MOVE 'N' TO WS-DEP-COVERED-SW.
           MOVE ALL 'N' TO WS-COVERED-MONTHS.

           PERFORM P587000-DEPENDENT-MONTH THRU P587000-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

           IF NOT DEP-COVERED-IN-YEAR
               GO TO P585000-EXIT.

      *    THE BIRTH DATE STANDS IN ONLY WHERE NO SSN IS HELD
           IF WS-DP-SSN NOT = '000000000'
               MOVE SPACES TO WS-DP-DOB.

           PERFORM P590000-ONE-COVERED-PERSON THRU P590000-EXIT.

       P585000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE DEPENDENT MONTH'.
       P587000-DEPENDENT-MONTH SECTION.

           COMPUTE WS-NEXT-SUB = WS-MONTH-SUB + 1.

           IF WS-ENROLLED-FLAG (WS-MONTH-SUB) = 'Y'
               AND WS-DP-EFF-DATE < WS-MONTH-BEGIN (WS-NEXT-SUB)
               AND (WS-DP-TERM-DATE = SPACES
                    OR WS-DP-TERM-DATE
                       NOT < WS-MONTH-BEGIN (WS-MONTH-SUB))
               MOVE 'Y' TO WS-COVERED-FLAG (WS-MONTH-SUB)
                           WS-DEP-COVERED-SW.

       P587000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE COVERED INDIVIDUAL - PRINT AND AIR'.
       P590000-ONE-COVERED-PERSON SECTION.

           MOVE SPACES TO WS-OUT-LINE.
           STRING 'COVERED '       DELIMITED BY SIZE
                  WS-DP-SSN        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-DP-DOB        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-DP-LAST-NAME  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-DP-FIRST-NAME DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM P920000-WRITE-PRINT-LINE THRU P920000-EXIT.
           MOVE 'MONTHS  ' TO WS-PRINT-LABEL.
           PERFORM P575000-PRINT-MONTH-LINE THRU P575000-EXIT.

           MOVE '<CoveredIndividualGrp><CoveredIndividualName>'
             TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'PersonFirstNm'  TO WS-XML-TAG.
           MOVE WS-DP-FIRST-NAME TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE 'PersonLastNm'   TO WS-XML-TAG.
           MOVE WS-DP-LAST-NAME  TO WS-XML-VALUE.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.
           MOVE '</CoveredIndividualName>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

           IF WS-DP-DOB = SPACES
               MOVE 'TINRequestTypeCd' TO WS-XML-TAG
               MOVE 'INDIVIDUAL_TIN'   TO WS-XML-VALUE
               PERFORM P900000-XML-ELEMENT THRU P900000-EXIT
               MOVE 'PersonTIN'        TO WS-XML-TAG
               MOVE WS-DP-SSN          TO WS-XML-VALUE
           ELSE
               MOVE 'BirthDt'          TO WS-XML-TAG
               MOVE WS-DP-DOB          TO WS-XML-VALUE
           END-IF.
           PERFORM P900000-XML-ELEMENT THRU P900000-EXIT.

           MOVE '<CoveredIndividualMonthlyIndGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE 'C' TO WS-XML-GROUP.
           PERFORM P570000-XML-ONE-MONTH THRU P570000-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           MOVE '</CoveredIndividualMonthlyIndGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE '</CoveredIndividualGrp>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

       P590000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> CORRECT ONE ACCEPTED FORM'.
       P600000-CORRECT-ONE-FORM SECTION.

           IF AX-CASE-NUM = SPACES
               OR AX-EMP-NUM = ZERO
               MOVE '01' TO AX-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               SELECT FORM_STATUS,
                      RECEIPT_ID,
                      SUBMISSION_ID,
                      RECORD_ID
                 INTO :WS-ORIG-STATUS,
                      :WS-ORIG-RECEIPT-ID,
                      :WS-ORIG-SUBMISSION-ID,
                      :WS-ORIG-RECORD-ID
                 FROM ACA_1095C_FORM
                WHERE TAX_YEAR = :AX-TAX-YEAR
                  AND CASE_NUM = :AX-CASE-NUM
                  AND EMP_NUM  = :AX-EMP-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO AX-RETURN-CODE
               GO TO P600000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE
               GO TO P600000-EXIT.

      *    ONLY AN ACCEPTED FORM HAS A RECORD TO CORRECT - ONE STILL
      *    AWAITING ITS RECEIPT IS SIMPLY REBUILT BY RERUNNING 'R'
           IF WS-ORIG-STATUS NOT = 'T'
               OR WS-ORIG-RECEIPT-ID = SPACES
               MOVE '03' TO AX-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               OPEN A95CCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N' TO WS-CASE-EOF-SW.
           PERFORM P200000-FETCH-THE-CASE THRU P200000-EXIT.

           EXEC SQL
               CLOSE A95CCUR
           END-EXEC.

           IF CASE-CURSOR-EOF
               IF AX-RETURN-CODE = '00'
                   MOVE '02' TO AX-RETURN-CODE
               END-IF
               GO TO P600000-EXIT.

           MOVE 'Y'        TO WS-CORRECTION-SW.
           MOVE '1'        TO WS-CORRECTED-IND.
           MOVE AX-EMP-NUM TO WS-ONE-EMP.
           MOVE 1          TO WS-SUBMISSION-ID.
           MOVE ZERO       TO WS-RECORD-ID.

           PERFORM P300000-BUILD-CASE-FORMS THRU P300000-EXIT.

           IF AX-RETURN-CODE NOT = '00'
               GO TO P600000-EXIT.

      *    NO LONGER OWED A FORM - NOTHING TO CORRECT IT WITH
           IF WS-RECORD-ID = ZERO
               MOVE '02' TO AX-RETURN-CODE
               GO TO P600000-EXIT.

           PERFORM P800000-OPEN-TRANSMISSION THRU P800000-EXIT.
           PERFORM P500000-TRANSMIT-THE-CASE THRU P500000-EXIT.
           PERFORM P850000-CLOSE-TRANSMISSION THRU P850000-EXIT.

       P600000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> KEY THE IRS RECEIPT ID'.
       P700000-KEY-THE-RECEIPT SECTION.

           IF AX-CASE-NUM = SPACES
               OR AX-RECEIPT-ID = SPACES
               MOVE '01' TO AX-RETURN-CODE
               GO TO P700000-EXIT.

      *----------------------------------------------------------------*
      *    THE RECEIPT COVERS EVERY FORM OF THE CASE AWAITING ONE, OR  *
      *    JUST THE EMPLOYEE WHOSE CORRECTION IT ACKNOWLEDGES.         *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE ACA_1095C_FORM
                  SET RECEIPT_ID         = :AX-RECEIPT-ID,
                      FORM_STATUS        = 'T',
                      TRANSMIT_TIMESTAMP = CURRENT TIMESTAMP
                WHERE TAX_YEAR    = :AX-TAX-YEAR
                  AND CASE_NUM    = :AX-CASE-NUM
                  AND FORM_STATUS IN ('B', 'C')
                  AND (EMP_NUM = :AX-EMP-NUM
                       OR :AX-EMP-NUM = 0)
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO AX-RETURN-CODE
               GO TO P700000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AX-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE SQLERRD (3) TO AX-FORMS-WRITTEN.

       P700000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> OPEN THE AIR TRANSMISSION'.
       P800000-OPEN-TRANSMISSION SECTION.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE '<Form109495CTransmittalUpstream>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

       P800000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> CLOSE THE AIR TRANSMISSION'.
       P850000-CLOSE-TRANSMISSION SECTION.

           MOVE '</Form109495CTransmittalUpstream>' TO WS-OUT-LINE.
           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.

       P850000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE AIR ELEMENT'.
       P900000-XML-ELEMENT SECTION.

           MOVE SPACES TO WS-OUT-LINE.
           STRING '<'          DELIMITED BY SIZE
                  WS-XML-TAG   DELIMITED BY SPACE
                  '>'          DELIMITED BY SIZE
                  WS-XML-VALUE DELIMITED BY '  '
                  '</'         DELIMITED BY SIZE
                  WS-XML-TAG   DELIMITED BY SPACE
                  '>'          DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.

           PERFORM P910000-WRITE-XML-LINE THRU P910000-EXIT.
           MOVE SPACES TO WS-XML-TAG WS-XML-VALUE.

       P900000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE LINE TO THE AIR FILE'.
       P910000-WRITE-XML-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('A95X')
                     FROM    (WS-OUT-LINE)
                     LENGTH  (LENGTH OF WS-OUT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           MOVE SPACES TO WS-OUT-LINE.

       P910000-EXIT.
           EXIT.
           TITLE 'ACA1095 --> ONE LINE TO THE PRINT FORMS FILE'.
       P920000-WRITE-PRINT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('A95P')
                     FROM    (WS-OUT-LINE)
                     LENGTH  (LENGTH OF WS-OUT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           MOVE SPACES TO WS-OUT-LINE.

       P920000-EXIT.
           EXIT.
