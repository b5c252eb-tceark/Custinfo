       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPXFER.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: EMPXFER                                        *
      *  PROGRAM TEXT:  EMPLOYEE TRANSFER BETWEEN AFFILIATED CASES.     *
      *                 MOVING AN EMPLOYEE TO AN AFFILIATED COMPANY     *
      *                 USED TO MEAN A TERM ON ONE CASE AND A NEW ADD   *
      *                 ON THE OTHER, WHICH BROKE CONTINUOUS-COVERAGE   *
      *                 CREDIT, RESTARTED WAITING PERIODS, DROPPED      *
      *                 BENEFICIARY DESIGNATIONS AND EOI HISTORY, AND   *
      *                 SENT THE CARRIER A TERM AND AN ADD.  IN ONE     *
      *                 UNIT OF WORK THIS COPIES THE EMPLOYEE, THE      *
      *                 COVERAGE IN FORCE AND THE ACTIVE DEPENDENTS TO  *
      *                 THE TARGET CASE (SAME CARR_AFFL_CODE, IN FORCE) *
      *                 EFFECTIVE ON THE TRANSFER DATE, KEEPING         *
      *                 CONT_EFF_DATE, INCEPTION DATES AND WAITING      *
      *                 PERIODS; TERMS THE OLD ROWS THAT DAY WITH       *
      *                 TERM_ORIGIN 'X' SO THEY STAND AS HISTORY; MOVES *
      *                 THE BENEFICIARY, EOI_PENDING, COB_RECORD AND    *
      *                 TAKEOVER_CREDIT ROWS TO THE NEW KEY; HAS        *
      *                 RETROADJ CREDIT THE OLD CASE AND CHARGE THE NEW *
      *                 ONE FOR ANY DAYS ALREADY BILLED; AND LOGS AN    *
      *                 EMPLOYEE_TRANSFER ROW THAT EDI834 SENDS AS ONE  *
      *                 CHANGE.  GATED BY THE 'EMPXFER' SECCHECK        *
      *                 RESOURCE, REFUSED WHEN EITHER CASE IS UNDER     *
      *                 LEGAL HOLD, AND AUDITED ON AUDIT_COMM.          *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   MOVE THE MEMBER'S MEMBER_ID_XREF ROWS TO THE  *
      *                   NEW KEY SO THE MEMBER ID FOLLOWS THE PERSON   *
      *                   ACROSS THE TRANSFER.                          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.

       01  WS-FROM-IDNTITY              PIC X(8)  VALUE SPACES.
       01  WS-FROM-AFFL-CODE            PIC X(2)  VALUE SPACES.
       01  WS-FROM-CARRIER              PIC X(2)  VALUE SPACES.
       01  WS-TO-IDNTITY                PIC X(8)  VALUE SPACES.
       01  WS-TO-AFFL-CODE              PIC X(2)  VALUE SPACES.
       01  WS-TO-CARRIER                PIC X(2)  VALUE SPACES.
       01  WS-TO-ACTIVE-CODE            PIC X(2)  VALUE SPACES.
       01  WS-ACTIVE-IND                PIC X(1)  VALUE SPACE.
       01  WS-EFF-DATE                  PIC X(10) VALUE SPACES.
       01  WS-SSN                       PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-CHECK-DATE                PIC X(10) VALUE SPACES.
       01  WS-SSN-COUNT                 PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-AUDIT-TIMESTAMP           PIC X(26) VALUE SPACES.
       01  WS-SYNC-TRAN                 PIC X(6)  VALUE 'EMPXFR'.
       01  WS-SYNC-N                    PIC X(1)  VALUE 'N'.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY EMPXFRLG.

       01  LGLHOLD-COMM-AREA.
           COPY LGLHOLDC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  RETROADJ-COMM-AREA.
           COPY RETROADC.

           TITLE 'EMPXFER --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY EMPXFRC.
           TITLE 'EMPXFER --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO XF-RETURN-CODE.
           MOVE ZERO TO XF-TRANSFER-ID XF-NEW-EMP-NUM
                        XF-COVERAGE-ROWS XF-DEPENDENT-ROWS
                        XF-BENE-ROWS XF-EOI-ROWS XF-COB-ROWS
                        XF-FROM-CREDIT XF-TO-CHARGE.

           IF XF-FROM-CASE-NUM = SPACES
               OR XF-TO-CASE-NUM = SPACES
               OR XF-EMP-NUM NOT > ZERO
               OR XF-REASON-TEXT = SPACES
               MOVE '06' TO XF-RETURN-CODE
               GO TO P000000-RETURN.

           IF XF-FROM-CASE-NUM = XF-TO-CASE-NUM
               MOVE '04' TO XF-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P100000-CHECK-SECURITY THRU P100000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P150000-GET-THE-MEMBER THRU P150000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P200000-GET-THE-CASES THRU P200000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P250000-SET-TRANSFER-DATE THRU P250000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           MOVE XF-FROM-CASE-NUM TO LH-CHK-CASE-NUM.
           MOVE WS-FROM-IDNTITY  TO LH-CHK-IDNTITY.
           PERFORM P300000-CHECK-LEGAL-HOLD THRU P300000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           MOVE XF-TO-CASE-NUM   TO LH-CHK-CASE-NUM.
           MOVE WS-TO-IDNTITY    TO LH-CHK-IDNTITY.
           PERFORM P300000-CHECK-LEGAL-HOLD THRU P300000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P350000-CHECK-TARGET-CASE THRU P350000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P400000-TRANSFER-THE-EMPLOYEE THRU P400000-EXIT.

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
           TITLE 'EMPXFER --> OPERATOR MUST HOLD EMPXFER'.
       P100000-CHECK-SECURITY SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'EMPXFER'  TO SEC-RESOURCE-NAME.
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
               MOVE '03' TO XF-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> READ THE MEMBER ON THE OLD CASE'.
       P150000-GET-THE-MEMBER SECTION.

           EXEC SQL
               SELECT E.CASENAME#IDNTITY,
                      E.ACTIVE_IND,
                      CHAR(E.EFFECTIVE_DATE, ISO),
                      E.SSN,
                      C.CARR_AFFL_CODE,
                      C.CARRIER_CODE
                 INTO :WS-FROM-IDNTITY,
                      :WS-ACTIVE-IND,
                      :WS-EFF-DATE,
                      :WS-SSN,
                      :WS-FROM-AFFL-CODE,
                      :WS-FROM-CARRIER
                 FROM EMPLOYEE E, CASE_MASTER C
                WHERE C.CASE_NUM         = :XF-FROM-CASE-NUM
                  AND E.CASENAME#IDNTITY = C.CASENAME#IDNTITY
                  AND E.UNIQUE-NUM       = C.CASE_NUM
                  AND E.EMP_NUM          = :XF-EMP-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO XF-RETURN-CODE
               GO TO P150000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE
               GO TO P150000-EXIT.

           IF WS-ACTIVE-IND NOT = 'Y'
               MOVE '02' TO XF-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> THE TARGET CASE MUST BE AN AFFILIATE'.
       P200000-GET-THE-CASES SECTION.

           EXEC SQL
               SELECT CASENAME#IDNTITY,
                      CARR_AFFL_CODE,
                      CARRIER_CODE,
                      ACTIVE_CODE
                 INTO :WS-TO-IDNTITY,
                      :WS-TO-AFFL-CODE,
                      :WS-TO-CARRIER,
                      :WS-TO-ACTIVE-CODE
                 FROM CASE_MASTER
                WHERE CASE_NUM = :XF-TO-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '04' TO XF-RETURN-CODE
               GO TO P200000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE
               GO TO P200000-EXIT.

      *----------------------------------------------------------------*
      *    ONLY BETWEEN CASES OF ONE AFFILIATED GROUP - THE SAME       *
      *    CARR_AFFL_CODE CONSBILL CONSOLIDATES ON - AND ONLY ONTO AN  *
      *    IN-FORCE CASE.  ANY OTHER MOVE IS A TERM AND A NEW ADD.     *
      *----------------------------------------------------------------*
           IF WS-FROM-AFFL-CODE = SPACES
               OR WS-TO-AFFL-CODE NOT = WS-FROM-AFFL-CODE
               OR WS-TO-ACTIVE-CODE NOT = 'CM'
               MOVE '04' TO XF-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> EDIT THE TRANSFER DATE'.
       P250000-SET-TRANSFER-DATE SECTION.

      *----------------------------------------------------------------*
      *    NONE GIVEN MEANS THE FIRST OF NEXT MONTH.  A GIVEN DATE MAY *
      *    BE BACK-DATED - RETROADJ SQUARES THE BILLS - BUT MUST FALL  *
      *    AFTER THE DAY THE MEMBER CAME ON THE OLD CASE.              *
      *----------------------------------------------------------------*
           IF XF-TRANSFER-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE
                               - (DAY(CURRENT DATE) - 1) DAYS
                               + 1 MONTH, ISO)
                     INTO :WS-CHECK-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT CHAR(DATE(:XF-TRANSFER-DATE), ISO)
                     INTO :WS-CHECK-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '06' TO XF-RETURN-CODE
               GO TO P250000-EXIT.

           IF WS-CHECK-DATE NOT > WS-EFF-DATE
               MOVE '06' TO XF-RETURN-CODE
               GO TO P250000-EXIT.

           MOVE WS-CHECK-DATE TO XF-TRANSFER-DATE.

       P250000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> NEITHER CASE MAY BE UNDER LEGAL HOLD'.
       P300000-CHECK-LEGAL-HOLD SECTION.

      *    A HELD CASE'S ROWS MUST STAY WHERE LEGAL FOUND THEM - THE
      *    OLD CASE LOSES THE MEMBER'S ROWS AND THE NEW ONE GAINS THEM.
           MOVE 'C'                  TO LH-FUNCTION-CODE.
           MOVE SPACES               TO LH-CHK-BROKER-ID.
           MOVE 'EMPXFER'            TO LH-SOURCE-PROGRAM.
           MOVE 'EMPLOYEE TRANSFER REFUSED' TO LH-EXCEPTION-TEXT.
           MOVE 'N'                  TO LH-HELD-IND.

           EXEC CICS LINK
                     PROGRAM  ('LGLHOLD')
                     COMMAREA (LGLHOLD-COMM-AREA)
                     LENGTH   (LENGTH OF LGLHOLD-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR LH-RETURN-CODE NOT = '00'
               MOVE '12' TO XF-RETURN-CODE
               GO TO P300000-EXIT.

           IF LH-HELD-IND = 'Y'
               MOVE '07' TO XF-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> NUMBER THE MEMBER ON THE NEW CASE'.
       P350000-CHECK-TARGET-CASE SECTION.

      *    THE SAME PERSON ALREADY ACTIVE ON THE NEW CASE WAS ADDED
      *    THERE BY HAND - THE DESK MUST SORT THAT OUT FIRST.
           MOVE ZERO TO WS-SSN-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SSN-COUNT
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-TO-IDNTITY
                  AND UNIQUE-NUM       = :XF-TO-CASE-NUM
                  AND SSN              = :WS-SSN
                  AND ACTIVE_IND       = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE
               GO TO P350000-EXIT.

           IF WS-SSN-COUNT > ZERO
               MOVE '05' TO XF-RETURN-CODE
               GO TO P350000-EXIT.

      *    EMPLOYEE IS KEYED BY IDENTITY AND EMP_NUM, SO THE MEMBER
      *    TAKES THE NEXT NUMBER FREE UNDER THE NEW CASE'S IDENTITY.
           EXEC SQL
               SELECT VALUE(MAX(EMP_NUM), 0) + 1
                 INTO :XF-NEW-EMP-NUM
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-TO-IDNTITY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE.

       P350000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> MOVE THE MEMBER IN ONE UNIT OF WORK'.
       P400000-TRANSFER-THE-EMPLOYEE SECTION.

           PERFORM P410000-ADD-TO-NEW-CASE THRU P410000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P400000-BACK-OUT.

           PERFORM P430000-TERM-ON-OLD-CASE THRU P430000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P400000-BACK-OUT.

           PERFORM P450000-CARRY-MEMBER-ROWS THRU P450000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P400000-BACK-OUT.

           PERFORM P500000-ADJUST-BOTH-BILLS THRU P500000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P400000-BACK-OUT.

           PERFORM P600000-LOG-THE-TRANSFER THRU P600000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P400000-BACK-OUT.

           PERFORM P650000-WRITE-AUDIT-ENTRY THRU P650000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P400000-BACK-OUT.

           EXEC CICS
               SYNCPOINT
           END-EXEC.

           GO TO P400000-EXIT.

       P400000-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

       P400000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> THE MEMBER STARTS ON THE NEW CASE'.
       P410000-ADD-TO-NEW-CASE SECTION.

      *----------------------------------------------------------------*
      *    THE NEW EMPLOYEE ROW IS THE OLD ONE UNDER THE NEW KEY,      *
      *    EFFECTIVE ON THE TRANSFER DATE.  CONT_EFF_DATE KEEPS THE    *
      *    DATE COVERAGE FIRST BEGAN SO CONTINUOUS-COVERAGE CREDIT     *
      *    CARRIES ACROSS, AND THE REVERSAL CODE IS CLEARED - THE NEW  *
      *    ROW IS NOT A REINSTATEMENT.                                 *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO EMPLOYEE
                      ( CASENAME#IDNTITY, UNIQUE-NUM, EMP_NUM,
                        LAST_NAME, FIRST_NAME, MIDDLE_NAME, ACTIVE_IND,
                        SEX_CODE, SSN, CARRIER, SITE_CODE,
                        DEPENDENCY_CODE, MEDICARE_IND, OPTION_CODE,
                        POSITION_CODE, CASE_CONTACT, SMOKER_QUESTION,
                        IMPAIRMENT_RIDER, DATE_OF_BIRTH, SPOUSE_DOB,
                        LIFE_VOLUME, OPTIONAL_LIFE, ADANDD_VOLUME,
                        ANNUAL_SALARY, STD_BENEFIT, PREMIUM_FACTOR,
                        TOTAL_PREMIUM, EFFECTIVE_DATE,
                        DATE_ON_OFF_SYSTEM, REENTRY_DATE, STAT_DATE,
                        CERT_IND, CERT_DATE, CERT_SENT_DATE, TERM_CODE,
                        TERM_DATE, TERM_ORIGIN, REVERSAL_CODE,
                        REINSTATE_DATE, REINSTATE_COUNT,
                        PCS_COVERAGE_DATE, PCS_REQUEST, PCS_DATE,
                        PCS_TYPE, CW_CARD_CODE, HCARD_FLAG,
                        HCARD_EFF_DATE, HCARD_TERM_DATE, PREV_COV_CODE,
                        PREV_COV_DEP, PREV_CARR_CODE, RATE_CHANGE_FLAG,
                        AGE_CHANGE_FLAG, AGE_60_FLAG, AGE_65_FLAG,
                        AGE_70_FLAG, AGE_75_FLAG, X_OR_LRGP_FLAG,
                        DATA_ERROR_FLAG, LIFE_CHANGE_FLAG,
                        HEALTH_CHANGE_FLAG, STD_CHANGE_FLAG,
                        DENT_CHANGE_FLAG, MAT_CHANGE_FLAG,
                        PCS_CHANGE_FLAG, LTD_CHANGE_FLAG,
                        DEPL_CHANGE_FLAG, OTHER_CHANGE_FLAG,
                        CD11_CHANGE_FLAG, CD12_CHANGE_FLAG,
                        PREMUPD_ERRCODE, UNDERWRITER, ADDED_DATE,
                        ADDED_LOGON, CHANGE_DATE, CHANGE_LOGON,
                        LTD_CLASS, LTD_OCCUPATION_CD, RATE_AREA,
                        ZIP_CODE, NUM_OF_DEPENDENTS, STATE, RATING_ZIP,
                        ZIP_PLUS_4, RATE_LEVEL, NEXT_LEVEL, AREA_CHANGE,
                        PROVIDER_NUM, INDMNTY_PREPD_IND, CEDED_IND,
                        PRODUCT_NUMBER, DECLARE_IND, HIRE_DATE,
                        POSITION_TYPE, PREVIOUSLY_UNINSRD,
                        CONT_EFF_DATE, MEDICAL_RECORD_NUM,
                        KAISR_MEDICARE_IND, DIVISION_NUM,
                        PRODUCT_EFF_DATE, OPT_OUT, MEDICARE_IND_DATE,
                        MEDICARE_EFF_DATE, MEDICARE_TERM_DATE, PREFIX,
                        COURT_ORDERED, MARKETING_IND, MEDICARE_REASON,
                        CARRIER_ENROLLEE_ID, EXCHANGE_ENROLLEE_ID,
                        LAST_SMOKED_DATE, INDIV_TAX_PAYER_ID )
               SELECT :WS-TO-IDNTITY,
                      :XF-TO-CASE-NUM,
                      :XF-NEW-EMP-NUM,
                      LAST_NAME,
                      FIRST_NAME,
                      MIDDLE_NAME,
                      'Y',
                      SEX_CODE,
                      SSN,
                      CARRIER,
                      SITE_CODE,
                      DEPENDENCY_CODE,
                      MEDICARE_IND,
                      OPTION_CODE,
                      POSITION_CODE,
                      CASE_CONTACT,
                      SMOKER_QUESTION,
                      IMPAIRMENT_RIDER,
                      DATE_OF_BIRTH,
                      SPOUSE_DOB,
                      LIFE_VOLUME,
                      OPTIONAL_LIFE,
                      ADANDD_VOLUME,
                      ANNUAL_SALARY,
                      STD_BENEFIT,
                      PREMIUM_FACTOR,
                      TOTAL_PREMIUM,
                      DATE(:XF-TRANSFER-DATE),
                      DATE_ON_OFF_SYSTEM,
                      REENTRY_DATE,
                      STAT_DATE,
                      CERT_IND,
                      CERT_DATE,
                      CERT_SENT_DATE,
                      TERM_CODE,
                      TERM_DATE,
                      TERM_ORIGIN,
                      ' ',
                      REINSTATE_DATE,
                      REINSTATE_COUNT,
                      PCS_COVERAGE_DATE,
                      PCS_REQUEST,
                      PCS_DATE,
                      PCS_TYPE,
                      CW_CARD_CODE,
                      HCARD_FLAG,
                      HCARD_EFF_DATE,
                      HCARD_TERM_DATE,
                      PREV_COV_CODE,
                      PREV_COV_DEP,
                      PREV_CARR_CODE,
                      RATE_CHANGE_FLAG,
                      AGE_CHANGE_FLAG,
                      AGE_60_FLAG,
                      AGE_65_FLAG,
                      AGE_70_FLAG,
                      AGE_75_FLAG,
                      X_OR_LRGP_FLAG,
                      DATA_ERROR_FLAG,
                      LIFE_CHANGE_FLAG,
                      HEALTH_CHANGE_FLAG,
                      STD_CHANGE_FLAG,
                      DENT_CHANGE_FLAG,
                      MAT_CHANGE_FLAG,
                      PCS_CHANGE_FLAG,
                      LTD_CHANGE_FLAG,
                      DEPL_CHANGE_FLAG,
                      OTHER_CHANGE_FLAG,
                      CD11_CHANGE_FLAG,
                      CD12_CHANGE_FLAG,
                      PREMUPD_ERRCODE,
                      UNDERWRITER,
                      CURRENT TIMESTAMP,
                      :XF-OPERATOR-LOGON,
                      CURRENT TIMESTAMP,
                      :XF-OPERATOR-LOGON,
                      LTD_CLASS,
                      LTD_OCCUPATION_CD,
                      RATE_AREA,
                      ZIP_CODE,
                      NUM_OF_DEPENDENTS,
                      STATE,
                      RATING_ZIP,
                      ZIP_PLUS_4,
                      RATE_LEVEL,
                      NEXT_LEVEL,
                      AREA_CHANGE,
                      PROVIDER_NUM,
                      INDMNTY_PREPD_IND,
                      CEDED_IND,
                      PRODUCT_NUMBER,
                      DECLARE_IND,
                      HIRE_DATE,
                      POSITION_TYPE,
                      PREVIOUSLY_UNINSRD,
                      VALUE(CONT_EFF_DATE, EFFECTIVE_DATE),
                      MEDICAL_RECORD_NUM,
                      KAISR_MEDICARE_IND,
                      DIVISION_NUM,
                      PRODUCT_EFF_DATE,
                      OPT_OUT,
                      MEDICARE_IND_DATE,
                      MEDICARE_EFF_DATE,
                      MEDICARE_TERM_DATE,
                      PREFIX,
                      COURT_ORDERED,
                      MARKETING_IND,
                      MEDICARE_REASON,
                      CARRIER_ENROLLEE_ID,
                      EXCHANGE_ENROLLEE_ID,
                      LAST_SMOKED_DATE,
                      INDIV_TAX_PAYER_ID
                 FROM EMPLOYEE
                WHERE CASENAME#IDNTITY = :WS-FROM-IDNTITY
                  AND UNIQUE-NUM       = :XF-FROM-CASE-NUM
                  AND EMP_NUM          = :XF-EMP-NUM
                  AND ACTIVE_IND       = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE
               GO TO P410000-EXIT.

      *----------------------------------------------------------------*
      *    EVERY PLAN STILL IN FORCE ON THE TRANSFER DATE, STARTING    *
      *    THAT DAY (OR LATER, IF IT WAS ALREADY FUTURE-DATED).  THE   *
      *    INCEPTION DATE AND WAITING PERIOD COME ACROSS AS THEY       *
      *    STAND SO NO WAITING PERIOD STARTS OVER.                     *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO COVERAGE
                      ( CASENAME#CIM, EMPLOYEE#EMP_NUM, TYPE,
                        PLAN_CODE, EXCEPTION, EFF_DATE, TERM_DATE,
                        OVERRIDE, PREMIUM, INCEPTION_DATE,
                        WAIT_PERIOD, PROVIDER, EMPLOYER_CNTR_AMT,
                        EMPLOYER_CNTR_RATE )
               SELECT :WS-TO-IDNTITY,
                      :XF-NEW-EMP-NUM,
                      TYPE,
                      PLAN_CODE,
                      EXCEPTION,
                      CASE WHEN EFF_DATE IS NULL
                             OR EFF_DATE > DATE(:XF-TRANSFER-DATE)
                           THEN EFF_DATE
                           ELSE DATE(:XF-TRANSFER-DATE) END,
                      TERM_DATE,
                      OVERRIDE,
                      PREMIUM,
                      VALUE(INCEPTION_DATE, EFF_DATE),
                      WAIT_PERIOD,
                      PROVIDER,
                      EMPLOYER_CNTR_AMT,
                      EMPLOYER_CNTR_RATE
                 FROM COVERAGE
                WHERE CASENAME#CIM     = :WS-FROM-IDNTITY
                  AND EMPLOYEE#EMP_NUM = :XF-EMP-NUM
                  AND (TERM_DATE IS NULL
                   OR  TERM_DATE > DATE(:XF-TRANSFER-DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO XF-RETURN-CODE
               GO TO P410000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO XF-COVERAGE-ROWS.

      *    THE ACTIVE DEPENDENTS, KEEPING THEIR DEPENDENT NUMBERS SO
      *    THE COB ROWS THAT FOLLOW STILL POINT AT THE RIGHT PERSON.
           EXEC SQL
               INSERT INTO DEPENDENT
                      ( CASENAME#IDNTITY, CASE_NUM, EMP_NUM, DEP_NUM,
                        LAST_NAME, FIRST_NAME, RELATIONSHIP, SEX,
                        DATE_OF_BIRTH, SSN, STUDENT_IND,
                        EFFECTIVE_DATE, TERM_DATE, ACTIVE_IND,
                        CHANGE_LOGON, CHANGE_DATE, STUDENT_CERT_THRU,
                        RECERT_REQ_DATE, DISABLED_EXT_IND,
                        DISABLED_EXT_THRU, AGEOUT_NOTICE_DATE )
               SELECT :WS-TO-IDNTITY,
                      :XF-TO-CASE-NUM,
                      :XF-NEW-EMP-NUM,
                      DEP_NUM,
                      LAST_NAME,
                      FIRST_NAME,
                      RELATIONSHIP,
                      SEX,
                      DATE_OF_BIRTH,
                      SSN,
                      STUDENT_IND,
                      CASE WHEN EFFECTIVE_DATE
                                > DATE(:XF-TRANSFER-DATE)
                           THEN EFFECTIVE_DATE
                           ELSE DATE(:XF-TRANSFER-DATE) END,
                      TERM_DATE,
                      'Y',
                      :XF-OPERATOR-LOGON,
                      CURRENT TIMESTAMP,
                      STUDENT_CERT_THRU,
                      RECERT_REQ_DATE,
                      DISABLED_EXT_IND,
                      DISABLED_EXT_THRU,
                      AGEOUT_NOTICE_DATE
                 FROM DEPENDENT
                WHERE CASE_NUM   = :XF-FROM-CASE-NUM
                  AND EMP_NUM    = :XF-EMP-NUM
                  AND ACTIVE_IND = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO XF-RETURN-CODE
               GO TO P410000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO XF-DEPENDENT-ROWS.

       P410000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> THE MEMBER ENDS ON THE OLD CASE'.
       P430000-TERM-ON-OLD-CASE SECTION.

      *----------------------------------------------------------------*
      *    THE OLD ROWS STAY AS HISTORY, TERMED ON THE TRANSFER DATE.  *
      *    TERM_ORIGIN 'X' MARKS THE TERM AS A TRANSFER: IT IS NOT A   *
      *    QUALIFYING EVENT, SO NO CONTINUATION IS OPENED, AND         *
      *    MBRREVRS WILL NOT REVERSE IT - A TRANSFER IS UNDONE BY      *
      *    TRANSFERRING BACK.                                          *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE EMPLOYEE
                  SET ACTIVE_IND   = 'N',
                      TERM_DATE    = DATE(:XF-TRANSFER-DATE),
                      TERM_ORIGIN  = 'X',
                      CHANGE_DATE  = CURRENT TIMESTAMP,
                      CHANGE_LOGON = :XF-OPERATOR-LOGON
                WHERE CASENAME#IDNTITY = :WS-FROM-IDNTITY
                  AND UNIQUE-NUM       = :XF-FROM-CASE-NUM
                  AND EMP_NUM          = :XF-EMP-NUM
                  AND ACTIVE_IND       = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE
               GO TO P430000-EXIT.

      *    A PLAN NOT YET IN FORCE ENDS THE DAY IT WOULD HAVE BEGUN.
           EXEC SQL
               UPDATE COVERAGE
                  SET TERM_DATE =
                      CASE WHEN EFF_DATE > DATE(:XF-TRANSFER-DATE)
                           THEN EFF_DATE
                           ELSE DATE(:XF-TRANSFER-DATE) END
                WHERE CASENAME#CIM     = :WS-FROM-IDNTITY
                  AND EMPLOYEE#EMP_NUM = :XF-EMP-NUM
                  AND (TERM_DATE IS NULL
                   OR  TERM_DATE > DATE(:XF-TRANSFER-DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO XF-RETURN-CODE
               GO TO P430000-EXIT.

           EXEC SQL
               UPDATE DEPENDENT
                  SET ACTIVE_IND   = 'N',
                      TERM_DATE    = DATE(:XF-TRANSFER-DATE),
                      CHANGE_LOGON = :XF-OPERATOR-LOGON,
                      CHANGE_DATE  = CURRENT TIMESTAMP
                WHERE CASE_NUM   = :XF-FROM-CASE-NUM
                  AND EMP_NUM    = :XF-EMP-NUM
                  AND ACTIVE_IND = 'Y'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO XF-RETURN-CODE.

       P430000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> CARRY THE MEMBER ROWS ACROSS'.
       P450000-CARRY-MEMBER-ROWS SECTION.

      *----------------------------------------------------------------*
      *    BENEFICIARY DESIGNATIONS, EOI HISTORY, OTHER-CARRIER        *
      *    COVERAGE AND TAKEOVER CREDIT BELONG TO THE PERSON, NOT THE  *
      *    CASE - EVERY ROW, CURRENT AND HISTORY, GOES TO THE NEW KEY. *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE BENEFICIARY
                  SET CASENAME#IDNTITY = :WS-TO-IDNTITY,
                      CASE_NUM         = :XF-TO-CASE-NUM,
                      EMP_NUM          = :XF-NEW-EMP-NUM,
                      CHANGE_LOGON     = :XF-OPERATOR-LOGON,
                      CHANGE_DATE      = CURRENT TIMESTAMP
                WHERE CASE_NUM = :XF-FROM-CASE-NUM
                  AND EMP_NUM  = :XF-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO XF-RETURN-CODE
               GO TO P450000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO XF-BENE-ROWS.

           EXEC SQL
               UPDATE EOI_PENDING
                  SET CASENAME#IDNTITY = :WS-TO-IDNTITY,
                      CASE_NUM         = :XF-TO-CASE-NUM,
                      EMP_NUM          = :XF-NEW-EMP-NUM
                WHERE CASE_NUM = :XF-FROM-CASE-NUM
                  AND EMP_NUM  = :XF-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO XF-RETURN-CODE
               GO TO P450000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO XF-EOI-ROWS.

           EXEC SQL
               UPDATE COB_RECORD
                  SET CASENAME#IDNTITY = :WS-TO-IDNTITY,
                      EMP_NUM          = :XF-NEW-EMP-NUM,
                      CHANGE_LOGON     = :XF-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASENAME#IDNTITY = :WS-FROM-IDNTITY
                  AND EMP_NUM          = :XF-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO XF-RETURN-CODE
               GO TO P450000-EXIT.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO XF-COB-ROWS.

           EXEC SQL
               UPDATE TAKEOVER_CREDIT
                  SET CASENAME#IDNTITY = :WS-TO-IDNTITY,
                      EMP_NUM          = :XF-NEW-EMP-NUM,
                      CHANGE_LOGON     = :XF-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASENAME#IDNTITY = :WS-FROM-IDNTITY
                  AND EMP_NUM          = :XF-EMP-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO XF-RETURN-CODE
               GO TO P450000-EXIT.

      *    THE MEMBER ID STAYS WITH THE PERSON: THE EMPLOYEE'S ROW AND
      *    THOSE OF THE DEPENDENTS CARRIED ACROSS MOVE TO THE NEW KEY.
      *    A DEPENDENT LEFT BEHIND KEEPS THEIRS ON THE OLD CASE.
           EXEC SQL
               UPDATE MEMBER_ID_XREF X
                  SET CASENAME#IDNTITY = :WS-TO-IDNTITY,
                      CASE_NUM         = :XF-TO-CASE-NUM,
                      EMP_NUM          = :XF-NEW-EMP-NUM,
                      CHANGE_TS        = CURRENT TIMESTAMP
                WHERE X.CASENAME#IDNTITY = :WS-FROM-IDNTITY
                  AND X.CASE_NUM         = :XF-FROM-CASE-NUM
                  AND X.EMP_NUM          = :XF-EMP-NUM
                  AND (X.DEP_NUM = 0
                   OR  EXISTS
                      (SELECT 1
                         FROM DEPENDENT D
                        WHERE D.CASE_NUM = :XF-TO-CASE-NUM
                          AND D.EMP_NUM  = :XF-NEW-EMP-NUM
                          AND D.DEP_NUM  = X.DEP_NUM))
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO XF-RETURN-CODE.

       P450000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> SQUARE BOTH CASES BILLING'.
       P500000-ADJUST-BOTH-BILLS SECTION.

      *----------------------------------------------------------------*
      *    A BACK-DATED TRANSFER: THE OLD CASE IS CREDITED FOR THE     *
      *    DAYS BILLED PAST THE TRANSFER DATE AND THE NEW CASE IS      *
      *    CHARGED FOR THE SAME DAYS.  NEITHER IS STAGED WHEN NOTHING  *
      *    WAS BILLED PAST THE DATE, AND THE NIGHTLY SCAN WILL NOT     *
      *    STAGE EITHER A SECOND TIME.                                 *
      *----------------------------------------------------------------*
           MOVE SPACES            TO RETROADJ-COMM-AREA.
           MOVE 'M'               TO RA-FUNCTION-CODE.
           MOVE XF-FROM-CASE-NUM  TO RA-CASE-NUM.
           MOVE XF-EMP-NUM        TO RA-EMP-NUM.

           PERFORM P800000-LINK-RETROADJ THRU P800000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           MOVE RA-CREDIT-TOTAL   TO XF-FROM-CREDIT.

           MOVE SPACES            TO RETROADJ-COMM-AREA.
           MOVE 'A'               TO RA-FUNCTION-CODE.
           MOVE XF-TO-CASE-NUM    TO RA-CASE-NUM.
           MOVE XF-NEW-EMP-NUM    TO RA-EMP-NUM.

           PERFORM P800000-LINK-RETROADJ THRU P800000-EXIT.

           IF XF-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           MOVE RA-CHARGE-TOTAL   TO XF-TO-CHARGE.

       P500000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> WRITE THE EMPLOYEE_TRANSFER ROW'.
       P600000-LOG-THE-TRANSFER SECTION.

      *----------------------------------------------------------------*
      *    EDI834 FINDS THIS ROW TO SEND THE CARRIER ONE CHANGE FOR    *
      *    THE MOVE INSTEAD OF A TERM AND AN ADD.                      *
      *----------------------------------------------------------------*
           MOVE SPACES             TO EMPLOYEE-TRANSFER-REC.
           MOVE WS-FROM-AFFL-CODE  TO ETR-AFFL-CODE.
           MOVE WS-FROM-IDNTITY    TO ETR-FROM-IDNTITY.
           MOVE XF-FROM-CASE-NUM   TO ETR-FROM-CASE-NUM.
           MOVE XF-EMP-NUM         TO ETR-FROM-EMP-NUM.
           MOVE WS-FROM-CARRIER    TO ETR-FROM-CARRIER.
           MOVE WS-TO-IDNTITY      TO ETR-TO-IDNTITY.
           MOVE XF-TO-CASE-NUM     TO ETR-TO-CASE-NUM.
           MOVE XF-NEW-EMP-NUM     TO ETR-TO-EMP-NUM.
           MOVE WS-TO-CARRIER      TO ETR-TO-CARRIER.
           MOVE XF-TRANSFER-DATE   TO ETR-TRANSFER-DATE.
           MOVE XF-REASON-TEXT     TO ETR-REASON-TEXT.
           MOVE XF-COVERAGE-ROWS   TO ETR-COVERAGE-ROWS.
           MOVE XF-DEPENDENT-ROWS  TO ETR-DEPENDENT-ROWS.
           MOVE XF-BENE-ROWS       TO ETR-BENE-ROWS.
           MOVE XF-EOI-ROWS        TO ETR-EOI-ROWS.
           MOVE XF-COB-ROWS        TO ETR-COB-ROWS.
           MOVE XF-FROM-CREDIT     TO ETR-FROM-CREDIT.
           MOVE XF-TO-CHARGE       TO ETR-TO-CHARGE.
           MOVE XF-OPERATOR-LOGON  TO ETR-XFER-LOGON.

           EXEC SQL
               SELECT NEXT VALUE FOR EMPLOYEE_TRANSFER_SEQ
                 INTO :ETR-TRANSFER-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               INSERT INTO EMPLOYEE_TRANSFER
                      ( TRANSFER_ID,
                        CARR_AFFL_CODE,
                        FROM_IDNTITY,
                        FROM_CASE_NUM,
                        FROM_EMP_NUM,
                        FROM_CARRIER,
                        TO_IDNTITY,
                        TO_CASE_NUM,
                        TO_EMP_NUM,
                        TO_CARRIER,
                        TRANSFER_DATE,
                        REASON_TEXT,
                        COVERAGE_ROWS,
                        DEPENDENT_ROWS,
                        BENEFICIARY_ROWS,
                        EOI_ROWS,
                        COB_ROWS,
                        FROM_CREDIT,
                        TO_CHARGE,
                        XFER_LOGON,
                        XFER_TIMESTAMP )
               VALUES ( :ETR-TRANSFER-ID,
                        :ETR-AFFL-CODE,
                        :ETR-FROM-IDNTITY,
                        :ETR-FROM-CASE-NUM,
                        :ETR-FROM-EMP-NUM,
                        :ETR-FROM-CARRIER,
                        :ETR-TO-IDNTITY,
                        :ETR-TO-CASE-NUM,
                        :ETR-TO-EMP-NUM,
                        :ETR-TO-CARRIER,
                        :ETR-TRANSFER-DATE,
                        :ETR-REASON-TEXT,
                        :ETR-COVERAGE-ROWS,
                        :ETR-DEPENDENT-ROWS,
                        :ETR-BENE-ROWS,
                        :ETR-EOI-ROWS,
                        :ETR-COB-ROWS,
                        :ETR-FROM-CREDIT,
                        :ETR-TO-CHARGE,
                        :ETR-XFER-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE ETR-TRANSFER-ID TO XF-TRANSFER-ID.

       P600000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> RECORD THE TRANSFER ON AUDIT_COMM'.
       P650000-WRITE-AUDIT-ENTRY SECTION.

           EXEC SQL
               SELECT CURRENT TIMESTAMP
                 INTO :WS-AUDIT-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    'ET' - EMPLOYEE TRANSFERRED.  UNIQUENUM CARRIES THE NEW
      *    CASE AND IDNTITY_NAME THE OLD ONE, AS THE MERGE ROW DOES.
           EXEC SQL
               INSERT INTO AUDIT_COMM
                      (AUDIT_TIMESTAMP, INITIALS, AUDIT_CODE,
                       UNIQUENUM, IDNTITY_NAME)
               VALUES (:WS-AUDIT-TIMESTAMP, :XF-OPERATOR-INITIALS,
                       'ET', :XF-TO-CASE-NUM, :XF-FROM-CASE-NUM)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE
               GO TO P650000-EXIT.

      *    BOTH IDENTITIES CHANGED, SO BOTH ARE STAGED FOR THE SYNC
      *    FEED THE WAY CASEMRG STAGES THEM.
           EXEC SQL
               INSERT INTO IDNTITY_HISTORY
                      (IDNTITY, TRANSACTION, CHANGE_DATE, MONGODB_SYNC)
               VALUES (:WS-FROM-IDNTITY, :WS-SYNC-TRAN,
                       CURRENT TIMESTAMP, :WS-SYNC-N)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE
               GO TO P650000-EXIT.

           IF WS-TO-IDNTITY = WS-FROM-IDNTITY
               GO TO P650000-EXIT.

           EXEC SQL
               INSERT INTO IDNTITY_HISTORY
                      (IDNTITY, TRANSACTION, CHANGE_DATE, MONGODB_SYNC)
               VALUES (:WS-TO-IDNTITY, :WS-SYNC-TRAN,
                       CURRENT TIMESTAMP, :WS-SYNC-N)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO XF-RETURN-CODE.

       P650000-EXIT.
           EXIT.
           TITLE 'EMPXFER --> LINK RETROADJ FOR ONE MEMBER'.
       P800000-LINK-RETROADJ SECTION.

           EXEC CICS LINK
                     PROGRAM  ('RETROADJ')
                     COMMAREA (RETROADJ-COMM-AREA)
                     LENGTH   (LENGTH OF RETROADJ-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR RA-RETURN-CODE NOT = '00'
               MOVE '12' TO XF-RETURN-CODE.

       P800000-EXIT.
           EXIT.
