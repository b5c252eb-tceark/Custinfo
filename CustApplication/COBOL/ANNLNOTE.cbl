       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ANNLNOTE.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: ANNLNOTE                                        *
      *  PROGRAM TEXT:  ANNUAL REGULATORY NOTICES.  THE FALL MEDICARE   *
      *                 PART D CREDITABLE-COVERAGE NOTICE AND THE       *
      *                 ANNUAL PRIVACY NOTICE WENT OUT THROUGH A MAIL   *
      *                 HOUSE FROM A LIST PULLED BY HAND, WITH NO       *
      *                 RECORD OF WHO WAS MAILED.  THE 'X' RUN SELECTS  *
      *                 THE AUDIENCE FROM EMPLOYEE (ACTIVE_IND,         *
      *                 MEDICARE_IND, DATE_OF_BIRTH) AND THE COVERAGE   *
      *                 IN FORCE, TAKES EACH MEMBER'S PART D STANDING   *
      *                 FROM PLANCODE PART_D_CREDITABLE, PRODUCES THE   *
      *                 PRIVACY, PARTDCR OR PARTDNC LETTER THROUGH      *
      *                 CORRGEN AND RECORDS EACH MAILING ON             *
      *                 ANNUAL_NOTICE.  A MEMBER ALREADY MAILED FOR THE *
      *                 YEAR IS SKIPPED, SO A RERUN ONLY PICKS UP WHAT  *
      *                 FAILED.  'R' PROVES THE MAILING: EACH MEMBER    *
      *                 OWED A NOTICE WITH NONE ON FILE, OR ONE MAILED  *
      *                 AFTER THE DEADLINE (PROGRAM_RULES 'ANNLNOTE'    *
      *                 DEADLINE, OCTOBER 15 BY DEFAULT), IS LISTED TO  *
      *                 THE ANOT TDQ.                                   *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.
       77  WS-DEFAULT-DEADLINE-MMDD    PIC X(4)           VALUE '1015'.

       01  WS-AUD-EOF-SW                PIC X     VALUE 'N'.
           88  AUDIENCE-EOF             VALUE 'Y'.

       01  WS-YEAR-NUMBER               PIC 9(4)  VALUE ZERO.
       01  WS-AGE-65-YEAR               PIC 9(4)  VALUE ZERO.
       01  WS-AGE-65-DATE               PIC X(10) VALUE SPACES.
       01  WS-DEADLINE-MMDD             PIC X(4)  VALUE SPACES.
       01  WS-DEADLINE-DATE             PIC X(10) VALUE SPACES.
       01  WS-ROW-COUNT                 PIC S9(7) COMP-3 VALUE ZERO.

       01  WS-MEMBER.
           05  WS-MBR-CASE-IDNTITY      PIC X(8)  VALUE SPACES.
           05  WS-MBR-CASE-NUM          PIC X(6)  VALUE SPACES.
           05  WS-MBR-EMP-NUM           PIC S9(5)V COMP-3 VALUE ZERO.
           05  WS-MBR-LAST-NAME         PIC X(20) VALUE SPACES.
           05  WS-MBR-FIRST-NAME        PIC X(15) VALUE SPACES.
           05  WS-MBR-MEDICARE-SW       PIC X     VALUE 'N'.
               88  MEDICARE-ELIGIBLE    VALUE 'Y'.
           05  WS-MBR-DRUG-PLAN.
               10  WS-MBR-DRUG-LEVEL    PIC X     VALUE '0'.
                   88  DRUG-CREDITABLE  VALUE '2'.
                   88  DRUG-NONCRED     VALUE '1'.
                   88  NO-DRUG-BENEFIT  VALUE '0'.
               10  WS-MBR-DRUG-PLAN-CODE
                                        PIC X(2)  VALUE SPACES.

       01  WS-MBR-NAME                  PIC X(30) VALUE SPACES.
       01  WS-NOTICE-TYPE               PIC X     VALUE SPACE.
       01  WS-TEMPLATE-ID               PIC X(8)  VALUE SPACES.
       01  WS-NOTICE-PLAN-CODE          PIC X(2)  VALUE SPACES.
       01  WS-FIRST-MAILED              PIC X(10) VALUE SPACES.
       01  WS-NOTICE-NAME               PIC X(12) VALUE SPACES.
       01  WS-EXCEPTION-SW              PIC X     VALUE 'N'.
           88  NOTICE-NOT-MAILED        VALUE 'M'.
           88  NOTICE-MAILED-LATE       VALUE 'L'.

       01  WS-EDIT-EMP-NUM              PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-COUNT-1              PIC Z,ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-COUNT-2              PIC Z,ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-COUNT-3              PIC Z,ZZZ,ZZ9 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

       01  CORRGEN-COMM-AREA.
           COPY CORRGENC.

           COPY ANNLNOT.
           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE AUDIENCE: EVERY ACTIVE MEMBER WITH COVERAGE IN FORCE,   *
      *    WITH WHETHER THEY ARE MEDICARE-ELIGIBLE (ENTITLED NOW, OR   *
      *    65 BY THE NEXT PLAN YEAR) AND THE BEST PART D STANDING      *
      *    AMONG THEIR PLANS.  THE STANDING COMES BACK AS ONE DIGIT -  *
      *    2 CREDITABLE, 1 NOT CREDITABLE, 0 NO DRUG BENEFIT -         *
      *    FOLLOWED BY THE PLAN CODE THAT GAVE IT.                     *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE ANAUDCUR CURSOR FOR
               SELECT E.CASENAME#IDNTITY,
                      E.UNIQUE-NUM,
                      E.EMP_NUM,
                      E.LAST_NAME,
                      E.FIRST_NAME,
                      CASE WHEN E.MEDICARE_IND = 'Y'
                             OR E.DATE_OF_BIRTH <= DATE(:WS-AGE-65-DATE)
                           THEN 'Y' ELSE 'N' END,
                      MAX(CASE P.PART_D_CREDITABLE
                              WHEN 'C' THEN '2' CONCAT C.PLAN_CODE
                              WHEN 'N' THEN '1' CONCAT C.PLAN_CODE
                              ELSE '0  ' END)
                 FROM EMPLOYEE E
                      INNER JOIN COVERAGE C
                         ON C.CASENAME#CIM     = E.CASENAME#IDNTITY
                        AND C.EMPLOYEE#EMP_NUM = E.EMP_NUM
                        AND C.EFF_DATE        <= CURRENT DATE
                        AND (C.TERM_DATE IS NULL
                             OR C.TERM_DATE > CURRENT DATE)
                      LEFT OUTER JOIN PLANCODE P
                         ON P.PLAN_CODE = C.PLAN_CODE
                WHERE E.ACTIVE_IND = 'Y'
                GROUP BY E.CASENAME#IDNTITY,
                         E.UNIQUE-NUM,
                         E.EMP_NUM,
                         E.LAST_NAME,
                         E.FIRST_NAME,
                         E.MEDICARE_IND,
                         E.DATE_OF_BIRTH
                ORDER BY E.UNIQUE-NUM, E.EMP_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'ANNLNOTE --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY ANNLNOTC.
           TITLE 'ANNLNOTE --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'ANNLNOTE' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO AN-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO AN-RETURN-CODE.
           MOVE ZERO TO AN-MEMBERS-READ AN-PRIVACY-MAILED
                        AN-CREDITABLE-MAILED AN-NONCRED-MAILED
                        AN-LETTERS-FAILED AN-NOT-MAILED
                        AN-MAILED-LATE.

           IF AN-FUNCTION-CODE NOT = 'X' AND 'R'
               MOVE '01' TO AN-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P100000-SET-THE-YEAR THRU P100000-EXIT.
           IF AN-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           EVALUATE AN-FUNCTION-CODE
               WHEN 'X'
                   PERFORM P200000-MAILING-RUN THRU P200000-EXIT
               WHEN 'R'
                   PERFORM P500000-PROOF-REPORT THRU P500000-EXIT
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF AN-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF AN-RETURN-CODE = '12'
               MOVE 'X'    TO RL-FUNCTION-CODE
           ELSE
               MOVE 'E'    TO RL-FUNCTION-CODE.
           MOVE 'ANNLNOTE'      TO RL-PROGRAM-NAME.
           MOVE AN-MEMBERS-READ TO RL-RECORD-COUNT.
           MOVE AN-RETURN-CODE  TO RL-PROGRAM-RC.
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
           TITLE 'ANNLNOTE --> THE NOTICE YEAR AND ITS DEADLINE'.
       P100000-SET-THE-YEAR SECTION.

           IF AN-NOTICE-YEAR = SPACES
               EXEC SQL
                   SELECT SUBSTR(CHAR(CURRENT DATE, ISO), 1, 4)
                     INTO :AN-NOTICE-YEAR
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC.

           IF AN-NOTICE-YEAR NOT NUMERIC
               MOVE '04' TO AN-RETURN-CODE
               GO TO P100000-EXIT.

      *    65 BY JANUARY 1 OF THE NEXT YEAR - BORN ON OR BEFORE
      *    JANUARY 1, 64 YEARS BEFORE THE NOTICE YEAR.
           MOVE AN-NOTICE-YEAR TO WS-YEAR-NUMBER.
           SUBTRACT 64 FROM WS-YEAR-NUMBER GIVING WS-AGE-65-YEAR.
           MOVE SPACES TO WS-AGE-65-DATE.
           STRING WS-AGE-65-YEAR DELIMITED BY SIZE
                  '-01-01'       DELIMITED BY SIZE
               INTO WS-AGE-65-DATE
           END-STRING.

      *----------------------------------------------------------------*
      *    PROGRAM_RULES 'ANNLNOTE' 'DEADLINE' IS THE MAILING          *
      *    DEADLINE AS MMDD; THE MEDICARE PART D DATE OF OCTOBER 15    *
      *    WHEN NONE IS ON FILE.                                       *
      *----------------------------------------------------------------*
           MOVE WS-DEFAULT-DEADLINE-MMDD TO WS-DEADLINE-MMDD.
           MOVE SPACES TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'ANNLNOTE'
                  AND RULE        = 'DEADLINE'
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = ZERO
               AND PR-RULE-VALUE (1:4) IS NUMERIC
               MOVE PR-RULE-VALUE (1:4) TO WS-DEADLINE-MMDD.

           MOVE SPACES TO WS-DEADLINE-DATE.
           STRING AN-NOTICE-YEAR          DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  WS-DEADLINE-MMDD (1:2)  DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  WS-DEADLINE-MMDD (3:2)  DELIMITED BY SIZE
               INTO WS-DEADLINE-DATE
           END-STRING.
           MOVE WS-DEADLINE-DATE TO AN-DEADLINE-DATE.

       P100000-EXIT.
           EXIT.
           TITLE 'ANNLNOTE --> MAILING RUN'.
       P200000-MAILING-RUN SECTION.

           EXEC SQL
               OPEN ANAUDCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AN-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-AUD-EOF-SW.

           PERFORM P300000-MAIL-ONE-MEMBER THRU P300000-EXIT
               UNTIL AUDIENCE-EOF.

           EXEC SQL
               CLOSE ANAUDCUR
           END-EXEC.

       P200000-EXIT.
           EXIT.
           TITLE 'ANNLNOTE --> READ ONE MEMBER OF THE AUDIENCE'.
       P250000-FETCH-A-MEMBER SECTION.

           EXEC SQL
               FETCH ANAUDCUR
                 INTO :WS-MBR-CASE-IDNTITY,
                      :WS-MBR-CASE-NUM,
                      :WS-MBR-EMP-NUM,
                      :WS-MBR-LAST-NAME,
                      :WS-MBR-FIRST-NAME,
                      :WS-MBR-MEDICARE-SW,
                      :WS-MBR-DRUG-PLAN
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO AN-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-AUD-EOF-SW
               GO TO P250000-EXIT.

           ADD 1 TO AN-MEMBERS-READ.
           MOVE WS-MBR-EMP-NUM TO WS-EDIT-EMP-NUM.
           MOVE SPACES TO WS-MBR-NAME.
           STRING WS-MBR-FIRST-NAME DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  WS-MBR-LAST-NAME  DELIMITED BY '  '
               INTO WS-MBR-NAME
           END-STRING.

       P250000-EXIT.
           EXIT.
           TITLE 'ANNLNOTE --> MAIL ONE MEMBER THEIR NOTICES'.
       P300000-MAIL-ONE-MEMBER SECTION.

           PERFORM P250000-FETCH-A-MEMBER THRU P250000-EXIT.
           IF AUDIENCE-EOF
               GO TO P300000-EXIT.

           MOVE 'P'       TO WS-NOTICE-TYPE.
           MOVE 'PRIVACY' TO WS-TEMPLATE-ID.
           MOVE SPACES    TO WS-NOTICE-PLAN-CODE.
           PERFORM P350000-MAIL-ONE-NOTICE THRU P350000-EXIT.
           IF AN-RETURN-CODE = '12'
               MOVE 'Y' TO WS-AUD-EOF-SW
               GO TO P300000-EXIT.

           IF NOT MEDICARE-ELIGIBLE
               OR NO-DRUG-BENEFIT
               GO TO P300000-EXIT.

           IF DRUG-CREDITABLE
               MOVE 'C'        TO WS-NOTICE-TYPE
               MOVE 'PARTDCR'  TO WS-TEMPLATE-ID
           ELSE
               MOVE 'N'        TO WS-NOTICE-TYPE
               MOVE 'PARTDNC'  TO WS-TEMPLATE-ID.
           MOVE WS-MBR-DRUG-PLAN-CODE TO WS-NOTICE-PLAN-CODE.
           PERFORM P350000-MAIL-ONE-NOTICE THRU P350000-EXIT.
           IF AN-RETURN-CODE = '12'
               MOVE 'Y' TO WS-AUD-EOF-SW.

       P300000-EXIT.
           EXIT.
           TITLE 'ANNLNOTE --> MAIL AND RECORD ONE NOTICE'.
       P350000-MAIL-ONE-NOTICE SECTION.

      *    ONE PART D NOTICE A YEAR, WHICHEVER KIND WENT FIRST - A
      *    PLAN CHANGE MID-RUN DOES NOT SEND THE MEMBER A SECOND ONE.
           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM ANNUAL_NOTICE
                WHERE NOTICE_YEAR = :AN-NOTICE-YEAR
                  AND CASE_NUM    = :WS-MBR-CASE-NUM
                  AND EMP_NUM     = :WS-MBR-EMP-NUM
                  AND (NOTICE_TYPE = :WS-NOTICE-TYPE
                       OR (:WS-NOTICE-TYPE IN ('C', 'N')
                           AND NOTICE_TYPE IN ('C', 'N')))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AN-RETURN-CODE
               GO TO P350000-EXIT.

           IF WS-ROW-COUNT > ZERO
               GO TO P350000-EXIT.

           MOVE SPACES              TO CORRGEN-COMM-AREA.
           MOVE 'G'                 TO CG-FUNCTION-CODE.
           MOVE WS-TEMPLATE-ID      TO CG-TEMPLATE-ID.
           MOVE WS-MBR-CASE-IDNTITY TO CG-IDNTITY.
           MOVE WS-MBR-CASE-NUM     TO CG-CASE-NUM.
           MOVE WS-MBR-NAME         TO CG-SUBST-VALUE (1).
           MOVE WS-EDIT-EMP-NUM     TO CG-SUBST-VALUE (2).
           MOVE AN-NOTICE-YEAR      TO CG-SUBST-VALUE (3).
           MOVE WS-NOTICE-PLAN-CODE TO CG-SUBST-VALUE (4).
           MOVE 'ANNLNOTE'          TO CG-OPERATOR-LOGON.
           MOVE 'ANNLNOTE'          TO CG-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('CORRGEN')
                     COMMAREA (CORRGEN-COMM-AREA)
                     LENGTH   (LENGTH OF CORRGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    A LETTER THAT DID NOT GO IS NOT RECORDED - THE NEXT RUN
      *    TRIES AGAIN, AND 'R' SHOWS IT UNTIL IT DOES.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR CG-RETURN-CODE NOT = '00'
               ADD 1 TO AN-LETTERS-FAILED
               GO TO P350000-EXIT.

           EXEC SQL
               INSERT INTO ANNUAL_NOTICE
                      ( NOTICE_YEAR,
                        NOTICE_TYPE,
                        CASE_NUM,
                        CASENAME#IDNTITY,
                        EMP_NUM,
                        TEMPLATE_ID,
                        PLAN_CODE,
                        MAILED_DATE,
                        MAILED_TIMESTAMP )
               VALUES ( :AN-NOTICE-YEAR,
                        :WS-NOTICE-TYPE,
                        :WS-MBR-CASE-NUM,
                        :WS-MBR-CASE-IDNTITY,
                        :WS-MBR-EMP-NUM,
                        :WS-TEMPLATE-ID,
                        :WS-NOTICE-PLAN-CODE,
                        CURRENT DATE,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AN-RETURN-CODE
               GO TO P350000-EXIT.

           EVALUATE WS-NOTICE-TYPE
               WHEN 'P'
                   ADD 1 TO AN-PRIVACY-MAILED
               WHEN 'C'
                   ADD 1 TO AN-CREDITABLE-MAILED
               WHEN OTHER
                   ADD 1 TO AN-NONCRED-MAILED
           END-EVALUATE.

       P350000-EXIT.
           EXIT.
           TITLE 'ANNLNOTE --> PROOF-OF-MAILING REPORT'.
       P500000-PROOF-REPORT SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ANNUAL NOTICES '  DELIMITED BY SIZE
                  AN-NOTICE-YEAR     DELIMITED BY SIZE
                  ' - MEMBERS NOT MAILED BY ' DELIMITED BY SIZE
                  WS-DEADLINE-DATE   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           EXEC SQL
               OPEN ANAUDCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AN-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-AUD-EOF-SW.

           PERFORM P600000-PROVE-ONE-MEMBER THRU P600000-EXIT
               UNTIL AUDIENCE-EOF.

           EXEC SQL
               CLOSE ANAUDCUR
           END-EXEC.

           IF AN-RETURN-CODE = '12'
               GO TO P500000-EXIT.

           MOVE AN-MEMBERS-READ TO WS-EDIT-COUNT-1.
           MOVE AN-NOT-MAILED   TO WS-EDIT-COUNT-2.
           MOVE AN-MAILED-LATE  TO WS-EDIT-COUNT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MEMBERS '         DELIMITED BY SIZE
                  WS-EDIT-COUNT-1    DELIMITED BY SIZE
                  '  NOT MAILED '    DELIMITED BY SIZE
                  WS-EDIT-COUNT-2    DELIMITED BY SIZE
                  '  MAILED LATE '   DELIMITED BY SIZE
                  WS-EDIT-COUNT-3    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           IF AN-NOT-MAILED > ZERO
               OR AN-MAILED-LATE > ZERO
               MOVE '02' TO AN-RETURN-CODE.

       P500000-EXIT.
           EXIT.
           TITLE 'ANNLNOTE --> PROVE ONE MEMBER WAS MAILED'.
       P600000-PROVE-ONE-MEMBER SECTION.

           PERFORM P250000-FETCH-A-MEMBER THRU P250000-EXIT.
           IF AUDIENCE-EOF
               GO TO P600000-EXIT.

           MOVE 'P'       TO WS-NOTICE-TYPE.
           MOVE 'PRIVACY' TO WS-NOTICE-NAME.
           PERFORM P650000-CHECK-ONE-NOTICE THRU P650000-EXIT.
           IF AN-RETURN-CODE = '12'
               MOVE 'Y' TO WS-AUD-EOF-SW
               GO TO P600000-EXIT.

           IF NOT MEDICARE-ELIGIBLE
               OR NO-DRUG-BENEFIT
               GO TO P600000-EXIT.

           MOVE 'C'              TO WS-NOTICE-TYPE.
           MOVE 'PART D'         TO WS-NOTICE-NAME.
           PERFORM P650000-CHECK-ONE-NOTICE THRU P650000-EXIT.
           IF AN-RETURN-CODE = '12'
               MOVE 'Y' TO WS-AUD-EOF-SW.

       P600000-EXIT.
           EXIT.
       P650000-CHECK-ONE-NOTICE SECTION.

           MOVE SPACES TO WS-FIRST-MAILED.

           EXEC SQL
               SELECT VALUE(CHAR(MIN(MAILED_DATE), ISO), ' ')
                 INTO :WS-FIRST-MAILED
                 FROM ANNUAL_NOTICE
                WHERE NOTICE_YEAR = :AN-NOTICE-YEAR
                  AND CASE_NUM    = :WS-MBR-CASE-NUM
                  AND EMP_NUM     = :WS-MBR-EMP-NUM
                  AND (NOTICE_TYPE = :WS-NOTICE-TYPE
                       OR (:WS-NOTICE-TYPE IN ('C', 'N')
                           AND NOTICE_TYPE IN ('C', 'N')))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO AN-RETURN-CODE
               GO TO P650000-EXIT.

           MOVE 'N' TO WS-EXCEPTION-SW.
           IF WS-FIRST-MAILED = SPACES
               MOVE 'M' TO WS-EXCEPTION-SW
               ADD 1 TO AN-NOT-MAILED
           ELSE
               IF WS-FIRST-MAILED > WS-DEADLINE-DATE
                   MOVE 'L' TO WS-EXCEPTION-SW
                   ADD 1 TO AN-MAILED-LATE.

           IF NOT NOTICE-NOT-MAILED
               AND NOT NOTICE-MAILED-LATE
               GO TO P650000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           IF NOTICE-NOT-MAILED
               STRING 'CASE '          DELIMITED BY SIZE
                      WS-MBR-CASE-NUM  DELIMITED BY SIZE
                      '  EMP '         DELIMITED BY SIZE
                      WS-EDIT-EMP-NUM  DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WS-MBR-NAME      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-NOTICE-NAME   DELIMITED BY SIZE
                      ' NOT MAILED'    DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'CASE '          DELIMITED BY SIZE
                      WS-MBR-CASE-NUM  DELIMITED BY SIZE
                      '  EMP '         DELIMITED BY SIZE
                      WS-EDIT-EMP-NUM  DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WS-MBR-NAME      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-NOTICE-NAME   DELIMITED BY SIZE
                      ' MAILED '       DELIMITED BY SIZE
                      WS-FIRST-MAILED  DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P650000-EXIT.
           EXIT.
           TITLE 'ANNLNOTE --> WRITE ONE LINE TO ANOT'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('ANOT')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
