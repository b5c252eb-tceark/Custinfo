       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKOVCRED.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: TKOVCRED                                       *
      *  PROGRAM TEXT:  TAKEOVER (NO-LOSS/NO-GAIN) CREDIT MAINTENANCE.  *
      *                 WHEN WE TAKE A GROUP OVER FROM ANOTHER CARRIER  *
      *                 CASE_MASTER'S HLTH/DENT/MAT/STD/VIS TAKEOVER    *
      *                 INDICATORS GET SET, BUT NOTHING RECORDED WHAT   *
      *                 EACH MEMBER CARRIED OVER, SO NEW WAITING        *
      *                 PERIODS WERE IMPOSED AND CARRIERS DENIED        *
      *                 CLAIMS THAT SHOULD HAVE HAD CREDIT.  THE        *
      *                 NA330A/NA340A PANELS LINK HERE.  'S' SEEDS A    *
      *                 TAKEOVER_CREDIT ROW FOR EVERY ACTIVE EMPLOYEE   *
      *                 WITH A PREV_CARR_CODE AND EACH OF THEIR         *
      *                 COVERAGE ROWS ON A TAKEOVER LINE, CREDITING     *
      *                 THE MONTHS FROM CONT_EFF_DATE TO THE            *
      *                 EMPLOYEE'S EFFECTIVE DATE AS WAITING AND        *
      *                 PRE-EXISTING CREDIT; ROWS ALREADY SEEDED ARE    *
      *                 LEFT ALONE.  'U' KEYS THE DEDUCTIBLE AND        *
      *                 OUT-OF-POCKET MET FROM THE PRIOR CARRIER'S      *
      *                 CERTIFICATE, 'V' VOIDS A CREDIT AND 'L' LISTS   *
      *                 AN EMPLOYEE'S CREDITS.  COVACTIV AND EDI834     *
      *                 READ THE ACTIVE ROWS.                           *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.

       01  WS-SEED-EOF-SW               PIC X     VALUE 'N'.
           88  SEED-CURSOR-EOF          VALUE 'Y'.
       01  WS-LIST-EOF-SW               PIC X     VALUE 'N'.
           88  LIST-CURSOR-EOF          VALUE 'Y'.

       01  WS-EMP-NUM                   PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-TAKEOVER-LINES            PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-PRIOR-EFF-IND             PIC S9(4) COMP VALUE ZERO.

       01  WS-LIST-LINE                 PIC X(100) VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-MONTHS               PIC ZZ9   VALUE ZERO.
       01  WS-EDIT-PREEX                PIC ZZ9   VALUE ZERO.
       01  WS-EDIT-DEDUCT               PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-EDIT-OOP                  PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.

           COPY TAKEOVCR.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    ACTIVE EMPLOYEES WHO CAME FROM A PRIOR CARRIER, ONE ROW     *
      *    PER COVERAGE ON A LINE THE CASE TOOK OVER, NOT YET          *
      *    CREDITED.  MONTHS SERVED RUN FROM THE START OF CONTINUOUS   *
      *    PRIOR COVERAGE TO THE EMPLOYEE'S EFFECTIVE DATE WITH US.    *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE TKSEEDCUR CURSOR FOR
               SELECT E.EMP_NUM,
                      C.TYPE,
                      E.PREV_CARR_CODE,
                      E.PREV_COV_CODE,
                      CHAR(E.CONT_EFF_DATE, ISO),
                      CASE WHEN E.CONT_EFF_DATE IS NULL
                             OR E.CONT_EFF_DATE >= E.EFFECTIVE_DATE
                           THEN 0
                           ELSE (YEAR(E.EFFECTIVE_DATE)
                                 - YEAR(E.CONT_EFF_DATE)) * 12
                              + MONTH(E.EFFECTIVE_DATE)
                              - MONTH(E.CONT_EFF_DATE)
                      END
                 FROM CASE_MASTER M, EMPLOYEE E, COVERAGE C
                WHERE M.CASENAME#IDNTITY = :TK-CASE-IDNTITY
                  AND E.CASENAME#IDNTITY = M.CASENAME#IDNTITY
                  AND (:WS-EMP-NUM = 0
                   OR  E.EMP_NUM         = :WS-EMP-NUM)
                  AND E.ACTIVE_IND       = 'Y'
                  AND E.PREV_CARR_CODE  <> '  '
                  AND C.CASENAME#CIM     = E.CASENAME#IDNTITY
                  AND C.EMPLOYEE#EMP_NUM = E.EMP_NUM
                  AND ((C.TYPE LIKE 'HEALTH%'
                  AND   M.HLTH_TAKEOVER_IND = 'Y')
                   OR  (C.TYPE LIKE 'DENT%'
                  AND   M.DENT_TAKEOVER_IND = 'Y')
                   OR  (C.TYPE LIKE 'MAT%'
                  AND   M.MAT_TAKEOVER_IND  = 'Y')
                   OR  (C.TYPE LIKE 'STD%'
                  AND   M.STD_TAKEOVER_IND  = 'Y')
                   OR  (C.TYPE LIKE 'VIS%'
                  AND   M.VIS_TAKEOVER_IND  = 'Y'))
                  AND NOT EXISTS
                      (SELECT 1
                         FROM TAKEOVER_CREDIT T
                        WHERE T.CASENAME#IDNTITY = E.CASENAME#IDNTITY
                          AND T.EMP_NUM          = E.EMP_NUM
                          AND T.COVERAGE_TYPE    = C.TYPE)
                ORDER BY E.EMP_NUM, C.TYPE
           END-EXEC.

           EXEC SQL DECLARE TKLSTCUR CURSOR FOR
               SELECT COVERAGE_TYPE,
                      PREV_CARR_CODE,
                      VALUE(CHAR(PRIOR_EFF_DATE, ISO), ' '),
                      WAIT_MONTHS_SERVED,
                      PREEX_CREDIT_MONTHS,
                      DEDUCT_MET_AMT,
                      OOP_MET_AMT,
                      CREDIT_STATUS
                 FROM TAKEOVER_CREDIT
                WHERE CASENAME#IDNTITY = :TK-CASE-IDNTITY
                  AND EMP_NUM          = :WS-EMP-NUM
                ORDER BY COVERAGE_TYPE
           END-EXEC.

           TITLE 'TKOVCRED --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY TKOVCRDC.
           TITLE 'TKOVCRED --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO TK-RETURN-CODE.
           MOVE ZERO TO TK-CREDITS-SEEDED TK-RECORDS-LISTED.
           MOVE TK-EMP-NUM TO WS-EMP-NUM.

           EVALUATE TK-FUNCTION-CODE
               WHEN 'S'
                   PERFORM P200000-SEED-CREDITS THRU P200000-EXIT
               WHEN 'U'
                   PERFORM P300000-UPDATE-A-CREDIT THRU P300000-EXIT
               WHEN 'V'
                   PERFORM P400000-VOID-A-CREDIT THRU P400000-EXIT
               WHEN 'L'
                   PERFORM P500000-LIST-CREDITS THRU P500000-EXIT
               WHEN OTHER
                   MOVE '01' TO TK-RETURN-CODE
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
           TITLE 'TKOVCRED --> SEED CREDITS FOR A TAKEOVER CASE'.
       P200000-SEED-CREDITS SECTION.

      *    A CASE WITH NO TAKEOVER LINE HAS NOTHING TO CREDIT.
           MOVE ZERO TO WS-TAKEOVER-LINES.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TAKEOVER-LINES
                 FROM CASE_MASTER
                WHERE CASENAME#IDNTITY = :TK-CASE-IDNTITY
                  AND (HLTH_TAKEOVER_IND = 'Y'
                   OR  DENT_TAKEOVER_IND = 'Y'
                   OR  MAT_TAKEOVER_IND  = 'Y'
                   OR  STD_TAKEOVER_IND  = 'Y'
                   OR  VIS_TAKEOVER_IND  = 'Y')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TK-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-TAKEOVER-LINES = ZERO
               MOVE '02' TO TK-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN TKSEEDCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TK-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-SEED-EOF-SW.

           PERFORM P250000-SEED-ONE-CREDIT THRU P250000-EXIT
               UNTIL SEED-CURSOR-EOF.

           EXEC SQL
               CLOSE TKSEEDCUR
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'TKOVCRED --> WRITE ONE SEEDED CREDIT'.
       P250000-SEED-ONE-CREDIT SECTION.

           EXEC SQL
               FETCH TKSEEDCUR
                 INTO :TKC-EMP-NUM,
                      :TKC-COVERAGE-TYPE,
                      :TKC-PREV-CARR-CODE,
                      :TKC-PREV-COV-CODE,
                      :TKC-PRIOR-EFF-DATE :WS-PRIOR-EFF-IND,
                      :TKC-WAIT-SERVED
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO TK-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-SEED-EOF-SW
               GO TO P250000-EXIT.

      *    PRE-EXISTING CREDIT IS THE SAME CONTINUOUS COVERAGE.
           MOVE TKC-WAIT-SERVED TO TKC-PREEX-MONTHS.

           EXEC SQL
               INSERT INTO TAKEOVER_CREDIT
                      ( CASENAME#IDNTITY,
                        EMP_NUM,
                        COVERAGE_TYPE,
                        PREV_CARR_CODE,
                        PREV_COV_CODE,
                        PRIOR_EFF_DATE,
                        WAIT_MONTHS_SERVED,
                        PREEX_CREDIT_MONTHS,
                        DEDUCT_MET_AMT,
                        OOP_MET_AMT,
                        CREDIT_STATUS,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP )
               VALUES ( :TK-CASE-IDNTITY,
                        :TKC-EMP-NUM,
                        :TKC-COVERAGE-TYPE,
                        :TKC-PREV-CARR-CODE,
                        :TKC-PREV-COV-CODE,
                        :TKC-PRIOR-EFF-DATE :WS-PRIOR-EFF-IND,
                        :TKC-WAIT-SERVED,
                        :TKC-PREEX-MONTHS,
                        0,
                        0,
                        'A',
                        :TK-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TK-RETURN-CODE
               MOVE 'Y'  TO WS-SEED-EOF-SW
               GO TO P250000-EXIT.

           ADD 1 TO TK-CREDITS-SEEDED.

       P250000-EXIT.
           EXIT.
           TITLE 'TKOVCRED --> UPDATE ONE CREDIT'.
       P300000-UPDATE-A-CREDIT SECTION.

           IF TK-COVERAGE-TYPE = SPACES
               OR TK-DEDUCT-MET < ZERO
               OR TK-OOP-MET < ZERO
               OR TK-OOP-MET < TK-DEDUCT-MET
               MOVE '04' TO TK-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE TK-PRIOR-EFF-DATE TO TKC-PRIOR-EFF-DATE.
           MOVE ZERO TO WS-PRIOR-EFF-IND.
           IF TK-PRIOR-EFF-DATE = SPACES
               MOVE -1 TO WS-PRIOR-EFF-IND.

           EXEC SQL
               UPDATE TAKEOVER_CREDIT
                  SET PRIOR_EFF_DATE      =
                          :TKC-PRIOR-EFF-DATE :WS-PRIOR-EFF-IND,
                      WAIT_MONTHS_SERVED  = :TK-WAIT-SERVED,
                      PREEX_CREDIT_MONTHS = :TK-PREEX-MONTHS,
                      DEDUCT_MET_AMT      = :TK-DEDUCT-MET,
                      OOP_MET_AMT         = :TK-OOP-MET,
                      CHANGE_LOGON        = :TK-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP    = CURRENT TIMESTAMP
                WHERE CASENAME#IDNTITY = :TK-CASE-IDNTITY
                  AND EMP_NUM          = :WS-EMP-NUM
                  AND COVERAGE_TYPE    = :TK-COVERAGE-TYPE
                  AND CREDIT_STATUS    = 'A'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO TK-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO TK-RETURN-CODE
           END-EVALUATE.

       P300000-EXIT.
           EXIT.
           TITLE 'TKOVCRED --> VOID ONE CREDIT'.
       P400000-VOID-A-CREDIT SECTION.

           IF TK-COVERAGE-TYPE = SPACES
               MOVE '04' TO TK-RETURN-CODE
               GO TO P400000-EXIT.

           EXEC SQL
               UPDATE TAKEOVER_CREDIT
                  SET CREDIT_STATUS    = 'V',
                      CHANGE_LOGON     = :TK-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CASENAME#IDNTITY = :TK-CASE-IDNTITY
                  AND EMP_NUM          = :WS-EMP-NUM
                  AND COVERAGE_TYPE    = :TK-COVERAGE-TYPE
                  AND CREDIT_STATUS    = 'A'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO TK-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO TK-RETURN-CODE
           END-EVALUATE.

       P400000-EXIT.
           EXIT.
           TITLE 'TKOVCRED --> LIST AN EMPLOYEES CREDITS'.
       P500000-LIST-CREDITS SECTION.

           EXEC SQL
               OPEN TKLSTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO TK-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-LIST-EOF-SW.

           PERFORM P550000-LIST-ONE-CREDIT THRU P550000-EXIT
               UNTIL LIST-CURSOR-EOF.

           EXEC SQL
               CLOSE TKLSTCUR
           END-EXEC.

           IF TK-RECORDS-LISTED = ZERO AND TK-RETURN-CODE = '00'
               MOVE '02' TO TK-RETURN-CODE.

       P500000-EXIT.
           EXIT.
           TITLE 'TKOVCRED --> ONE CREDIT LIST LINE'.
       P550000-LIST-ONE-CREDIT SECTION.

           EXEC SQL
               FETCH TKLSTCUR
                 INTO :TKC-COVERAGE-TYPE,
                      :TKC-PREV-CARR-CODE,
                      :TKC-PRIOR-EFF-DATE,
                      :TKC-WAIT-SERVED,
                      :TKC-PREEX-MONTHS,
                      :TKC-DEDUCT-MET,
                      :TKC-OOP-MET,
                      :TKC-CREDIT-STATUS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO TK-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-LIST-EOF-SW
               GO TO P550000-EXIT.

           ADD 1 TO TK-RECORDS-LISTED.

           MOVE TK-EMP-NUM       TO WS-EDIT-EMP.
           MOVE TKC-WAIT-SERVED  TO WS-EDIT-MONTHS.
           MOVE TKC-PREEX-MONTHS TO WS-EDIT-PREEX.
           MOVE TKC-DEDUCT-MET   TO WS-EDIT-DEDUCT.
           MOVE TKC-OOP-MET      TO WS-EDIT-OOP.
           MOVE SPACES TO WS-LIST-LINE.
           STRING 'EMP '              DELIMITED BY SIZE
                  WS-EDIT-EMP         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  TKC-COVERAGE-TYPE   DELIMITED BY SIZE
                  ' PRIOR '           DELIMITED BY SIZE
                  TKC-PREV-CARR-CODE  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  TKC-PRIOR-EFF-DATE  DELIMITED BY SIZE
                  ' WAIT '            DELIMITED BY SIZE
                  WS-EDIT-MONTHS      DELIMITED BY SIZE
                  ' PREX '            DELIMITED BY SIZE
                  WS-EDIT-PREEX       DELIMITED BY SIZE
                  ' DED '             DELIMITED BY SIZE
                  WS-EDIT-DEDUCT      DELIMITED BY SIZE
                  ' OOP '             DELIMITED BY SIZE
                  WS-EDIT-OOP         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  TKC-CREDIT-STATUS   DELIMITED BY SIZE
               INTO WS-LIST-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('TKCL')
                     FROM    (WS-LIST-LINE)
                     LENGTH  (LENGTH OF WS-LIST-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P550000-EXIT.
           EXIT.
