       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SLSFUNL.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: SLSFUNL                                         *
      *  PROGRAM TEXT:  NEW-BUSINESS SALES FUNNEL AND CLOSE RATIO.      *
      *                 NOBODY COULD SAY HOW MANY GRPQUOTE QUOTES       *
      *                 BECAME ISSUED CASES OR WHERE THEY DROPPED OUT.  *
      *                 THE MONTHLY 'M' RUN REBUILDS SALES_FUNNEL FOR   *
      *                 ONE ENTRY MONTH: EVERY CATMASTER APPLICATION    *
      *                 WHOSE FIRST QUOTE (OR, UNQUOTED, WHOSE RECEIPT) *
      *                 FELL IN THE MONTH, WITH THE DATES IT REACHED    *
      *                 APPLICATION, ISSUE AND CASE SETUP, AND THE CASE *
      *                 IT BECAME THROUGH THE CASE'S                    *
      *                 MAGIC_PROPOSAL_NUM, WHICH CATISSUE STAMPS WITH  *
      *                 THE ACCEPTED QUOTE.  THE FUNNEL - COUNTS,       *
      *                 QUOTED AND ISSUED PREMIUM, CLOSE RATIO AND      *
      *                 AVERAGE DAYS IN EACH STEP - GOES TO THE SFUN    *
      *                 TDQ BY CAT_DIST_CHANNEL, CAT_FIELD_FORCE,       *
      *                 FIELD_SALES_REP AND BROKER.                     *
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

       01  WS-APP-EOF-SW                PIC X     VALUE 'N'.
           88  APP-EOF                  VALUE 'Y'.
       01  WS-RPT-EOF-SW                PIC X     VALUE 'N'.
           88  RPT-EOF                  VALUE 'Y'.

       01  WS-FUNNEL-MONTH              PIC X(6)  VALUE SPACES.
       01  WS-MONTH-START               PIC X(10) VALUE SPACES.
       01  WS-MONTH-NUMBER              PIC 9(2)  VALUE ZERO.
       01  WS-DIMENSION                 PIC X(1)  VALUE SPACE.
       01  WS-DIMENSION-TITLE           PIC X(30) VALUE SPACES.

       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-CASE-REP                  PIC X(3)  VALUE SPACES.
       01  WS-CASE-AGENCY               PIC X(5)  VALUE SPACES.

       01  WS-DIM-KEY                   PIC X(9)  VALUE SPACES.
       01  WS-DIM-ENTERED               PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-DIM-QUOTED                PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-DIM-ACCEPTED              PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-DIM-APPLIED               PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-DIM-ISSUED                PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-DIM-SET-UP                PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-DIM-DECLINED              PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-DIM-QUOTED-PREM           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DIM-ISSUED-PREM           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DIM-QUOTE-DAYS            PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-DIM-APPLY-DAYS            PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-DIM-SETUP-DAYS            PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CLOSE-RATIO               PIC S9(3)V9 COMP-3 VALUE ZERO.

       01  WS-EDIT-KEY                  PIC X(9)  VALUE SPACES.
       01  WS-EDIT-ENTERED              PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-QUOTED               PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-ACCEPTED             PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-APPLIED              PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-ISSUED               PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-SET-UP               PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-DECLINED             PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-RATIO                PIC ZZ9.9 VALUE ZERO.
       01  WS-EDIT-QUOTED-PREM          PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-EDIT-ISSUED-PREM          PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-EDIT-QUOTE-DAYS           PIC ZZZ9- VALUE ZERO.
       01  WS-EDIT-APPLY-DAYS           PIC ZZZ9- VALUE ZERO.
       01  WS-EDIT-SETUP-DAYS           PIC ZZZ9- VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

           COPY SALEFNL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE APPLICATIONS THAT ENTERED THE FUNNEL IN THE MONTH: THE  *
      *    FIRST QUOTE ON THE APPLICATION FELL IN IT, OR THERE WAS NO  *
      *    QUOTE (A PAPER OR PORTAL APPLICATION THAT CAME STRAIGHT IN) *
      *    AND IT WAS RECEIVED IN IT.  ONLY THE LATEST VERSION OF AN   *
      *    APPLICATION IS COUNTED.                                     *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SFAPPCUR CURSOR FOR
               SELECT M.CAT_IDNTITY_NUMBER,
                      M.CAT_VERSION_QUAL,
                      M.CAT_DIST_CHANNEL,
                      M.CAT_FIELD_FORCE,
                      M.CAT_PREMIUM_AMOUNT,
                      VALUE(CHAR(F.FIRST_QUOTE_DATE, ISO), ' '),
                      VALUE(CHAR(M.RECEIVED_DATE, ISO), ' '),
                      VALUE(CHAR(M.ISSUE_DATE, ISO), ' '),
                      VALUE(CHAR(M.CAT_CLOSEOUT_DATE, ISO), ' '),
                      VALUE(CHAR(M.DECLINED_DATE, ISO), ' ')
                 FROM CATMASTER M
                 LEFT OUTER JOIN
                      (SELECT Q.CAT_IDNTITY_NUMBER,
                              MIN(Q.QUOTE_DATE) AS FIRST_QUOTE_DATE
                         FROM GROUP_QUOTE Q
                        GROUP BY Q.CAT_IDNTITY_NUMBER) AS F
                   ON F.CAT_IDNTITY_NUMBER = M.CAT_IDNTITY_NUMBER
                WHERE M.CAT_VERSION_QUAL =
                      (SELECT MAX(M2.CAT_VERSION_QUAL) FROM CATMASTER M2
                        WHERE M2.CAT_IDNTITY_NUMBER =
                              M.CAT_IDNTITY_NUMBER)
                  AND VALUE(F.FIRST_QUOTE_DATE, M.RECEIVED_DATE) >=
                      DATE(:WS-MONTH-START)
                  AND VALUE(F.FIRST_QUOTE_DATE, M.RECEIVED_DATE) <
                      DATE(:WS-MONTH-START) + 1 MONTH
                ORDER BY M.CAT_IDNTITY_NUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE MONTH'S FUNNEL ROLLED UP ON ONE DIMENSION - CHANNEL,    *
      *    FIELD FORCE, REP OR BROKER - CHOSEN BY WS-DIMENSION.        *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SFRPTCUR CURSOR FOR
               SELECT X.DIM_KEY,
                      COUNT(*),
                      SUM(CASE WHEN X.FIRST_QUOTE_DATE IS NULL
                               THEN 0 ELSE 1 END),
                      SUM(CASE WHEN X.QUOTE_STATUS = 'A'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN X.RECEIVED_DATE IS NULL
                               THEN 0 ELSE 1 END),
                      SUM(CASE WHEN X.ISSUE_DATE IS NULL
                               THEN 0 ELSE 1 END),
                      SUM(CASE WHEN X.CLOSEOUT_DATE IS NULL
                               THEN 0 ELSE 1 END),
                      SUM(CASE WHEN X.DECLINED_DATE IS NULL
                               THEN 0 ELSE 1 END),
                      SUM(X.QUOTED_PREMIUM),
                      SUM(CASE WHEN X.ISSUE_DATE IS NULL
                               THEN 0 ELSE X.ISSUED_PREMIUM END),
                      VALUE(AVG(DAYS(X.RECEIVED_DATE)
                                - DAYS(X.FIRST_QUOTE_DATE)), 0),
                      VALUE(AVG(DAYS(X.ISSUE_DATE)
                                - DAYS(X.RECEIVED_DATE)), 0),
                      VALUE(AVG(DAYS(X.CLOSEOUT_DATE)
                                - DAYS(X.ISSUE_DATE)), 0)
                 FROM (SELECT CASE :WS-DIMENSION
                                   WHEN 'C' THEN F.DIST_CHANNEL
                                   WHEN 'F' THEN F.FIELD_FORCE
                                   WHEN 'R' THEN F.FIELD_SALES_REP
                                   ELSE F.BROKER_ID
                              END AS DIM_KEY,
                              F.*
                         FROM SALES_FUNNEL F
                        WHERE F.FUNNEL_MONTH = :WS-FUNNEL-MONTH) AS X
                GROUP BY X.DIM_KEY
                ORDER BY X.DIM_KEY
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'SLSFUNL --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY SLSFUNLC.
           TITLE 'SLSFUNL --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF SF-FUNCTION-CODE = 'M'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'SLSFUNL'  TO RL-PROGRAM-NAME
               MOVE 'Y'        TO RL-HOLD-CHECK
               EXEC CICS LINK
                         PROGRAM  ('RUNLOG')
                         COMMAREA (RUNLOG-COMM-AREA)
                         LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
           END-IF.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO SF-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO SF-RETURN-CODE.
           MOVE ZERO TO SF-ENTERED SF-QUOTED SF-ISSUED SF-CASES-TIED.

           EVALUATE SF-FUNCTION-CODE
               WHEN 'M'
                   PERFORM P200000-MONTHLY-FUNNEL THRU P200000-EXIT
               WHEN OTHER
                   MOVE '01' TO SF-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF SF-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF SF-FUNCTION-CODE = 'M'
               IF SF-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'SLSFUNL'  TO RL-PROGRAM-NAME
               MOVE SF-ENTERED TO RL-RECORD-COUNT
               MOVE SF-RETURN-CODE TO RL-PROGRAM-RC
               EXEC CICS LINK
                         PROGRAM  ('RUNLOG')
                         COMMAREA (RUNLOG-COMM-AREA)
                         LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
           END-IF.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'SLSFUNL --> SET THE ENTRY MONTH'.
       P150000-SET-THE-MONTH SECTION.
      *----------------------------------------------------------------*
      *    THE MONTH IS YYYYMM; BLANK MEANS LAST MONTH.  A MONTH CAN   *
      *    BE RE-RUN AT ANY TIME TO SEE HOW FAR ITS QUOTES HAVE GOT.   *
      *----------------------------------------------------------------*

           IF SF-FUNNEL-MONTH = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                     INTO :WS-MONTH-START
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE WS-MONTH-START (1:4) TO SF-FUNNEL-MONTH (1:4)
               MOVE WS-MONTH-START (6:2) TO SF-FUNNEL-MONTH (5:2)
           END-IF.

           IF SF-FUNNEL-MONTH IS NOT NUMERIC
               MOVE '03' TO SF-RETURN-CODE
               GO TO P150000-EXIT.

           MOVE SF-FUNNEL-MONTH (5:2) TO WS-MONTH-NUMBER.
           IF WS-MONTH-NUMBER < 1 OR WS-MONTH-NUMBER > 12
               MOVE '03' TO SF-RETURN-CODE
               GO TO P150000-EXIT.

           MOVE SF-FUNNEL-MONTH TO WS-FUNNEL-MONTH.
           MOVE SPACES          TO WS-MONTH-START.
           STRING SF-FUNNEL-MONTH (1:4) DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  SF-FUNNEL-MONTH (5:2) DELIMITED BY SIZE
                  '-01'                 DELIMITED BY SIZE
               INTO WS-MONTH-START
           END-STRING.

       P150000-EXIT.
           EXIT.
           TITLE 'SLSFUNL --> THE MONTHLY FUNNEL'.
       P200000-MONTHLY-FUNNEL SECTION.

           PERFORM P150000-SET-THE-MONTH THRU P150000-EXIT.
           IF SF-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           EXEC SQL
               DELETE FROM SALES_FUNNEL
                WHERE FUNNEL_MONTH = :WS-FUNNEL-MONTH
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO SF-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN SFAPPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SF-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-APP-EOF-SW.

           PERFORM P300000-ONE-APPLICATION THRU P300000-EXIT
               UNTIL APP-EOF.

           EXEC SQL
               CLOSE SFAPPCUR
           END-EXEC.

           IF SF-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           IF SF-ENTERED = ZERO
               MOVE '02' TO SF-RETURN-CODE
               GO TO P200000-EXIT.

           PERFORM P500000-WRITE-THE-FUNNEL THRU P500000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'SLSFUNL --> ONE APPLICATION THROUGH THE FUNNEL'.
       P300000-ONE-APPLICATION SECTION.

           MOVE SPACES TO SALES-FUNNEL-REC.
           MOVE ZERO   TO SFN-QUOTE-ID SFN-QUOTED-PREMIUM
                          SFN-ISSUED-PREMIUM.

           EXEC SQL
               FETCH SFAPPCUR
                 INTO :SFN-CAT-IDNTITY,
                      :SFN-VERSION-QUAL,
                      :SFN-DIST-CHANNEL,
                      :SFN-FIELD-FORCE,
                      :SFN-ISSUED-PREMIUM,
                      :SFN-FIRST-QUOTE-DATE,
                      :SFN-RECEIVED-DATE,
                      :SFN-ISSUE-DATE,
                      :SFN-CLOSEOUT-DATE,
                      :SFN-DECLINED-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO SF-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-APP-EOF-SW
               GO TO P300000-EXIT.

           MOVE WS-FUNNEL-MONTH TO SFN-FUNNEL-MONTH.

           PERFORM P320000-GET-THE-QUOTE THRU P320000-EXIT.
           IF SF-RETURN-CODE = '00'
               PERFORM P340000-GET-THE-CASE THRU P340000-EXIT.

           IF SF-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-APP-EOF-SW
               GO TO P300000-EXIT.

           EXEC SQL
               INSERT INTO SALES_FUNNEL
                      ( FUNNEL_MONTH,
                        CAT_IDNTITY_NUMBER,
                        CAT_VERSION_QUAL,
                        DIST_CHANNEL,
                        FIELD_FORCE,
                        FIELD_SALES_REP,
                        BROKER_ID,
                        QUOTE_ID,
                        QUOTE_STATUS,
                        FIRST_QUOTE_DATE,
                        QUOTED_PREMIUM,
                        RECEIVED_DATE,
                        ISSUE_DATE,
                        CLOSEOUT_DATE,
                        DECLINED_DATE,
                        CASE_NUM,
                        ISSUED_PREMIUM,
                        RUN_TIMESTAMP )
               VALUES ( :SFN-FUNNEL-MONTH,
                        :SFN-CAT-IDNTITY,
                        :SFN-VERSION-QUAL,
                        :SFN-DIST-CHANNEL,
                        :SFN-FIELD-FORCE,
                        :SFN-FIELD-SALES-REP,
                        :SFN-BROKER-ID,
                        :SFN-QUOTE-ID,
                        :SFN-QUOTE-STATUS,
                        NULLIF(:SFN-FIRST-QUOTE-DATE, ' '),
                        :SFN-QUOTED-PREMIUM,
                        NULLIF(:SFN-RECEIVED-DATE, ' '),
                        NULLIF(:SFN-ISSUE-DATE, ' '),
                        NULLIF(:SFN-CLOSEOUT-DATE, ' '),
                        NULLIF(:SFN-DECLINED-DATE, ' '),
                        :SFN-CASE-NUM,
                        :SFN-ISSUED-PREMIUM,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SF-RETURN-CODE
               MOVE 'Y'  TO WS-APP-EOF-SW
               GO TO P300000-EXIT.

           ADD 1 TO SF-ENTERED.
           IF SFN-FIRST-QUOTE-DATE NOT = SPACES
               ADD 1 TO SF-QUOTED.
           IF SFN-ISSUE-DATE NOT = SPACES
               ADD 1 TO SF-ISSUED.
           IF SFN-CASE-NUM NOT = SPACES
               ADD 1 TO SF-CASES-TIED.

       P300000-EXIT.
           EXIT.
       P320000-GET-THE-QUOTE SECTION.
      *----------------------------------------------------------------*
      *    THE ACCEPTED QUOTE IF THERE IS ONE, ELSE THE QUOTE STILL    *
      *    STANDING.  A SUPERSEDED QUOTE NEVER SPEAKS FOR THE          *
      *    APPLICATION.                                                *
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT QUOTE_ID,
                      QUOTE_STATUS,
                      QUOTED_PREMIUM,
                      FIELD_SALES_REP,
                      BROKER_ID
                 INTO :SFN-QUOTE-ID,
                      :SFN-QUOTE-STATUS,
                      :SFN-QUOTED-PREMIUM,
                      :SFN-FIELD-SALES-REP,
                      :SFN-BROKER-ID
                 FROM GROUP_QUOTE
                WHERE CAT_IDNTITY_NUMBER = :SFN-CAT-IDNTITY
                  AND QUOTE_STATUS      <> 'X'
                ORDER BY QUOTE_STATUS, QUOTE_ID DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE ZERO   TO SFN-QUOTE-ID SFN-QUOTED-PREMIUM
                   MOVE SPACES TO SFN-QUOTE-STATUS
                                  SFN-FIELD-SALES-REP SFN-BROKER-ID
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO SF-RETURN-CODE
           END-EVALUATE.

       P320000-EXIT.
           EXIT.
       P340000-GET-THE-CASE SECTION.
      *----------------------------------------------------------------*
      *    CATISSUE STAMPS THE ACCEPTED QUOTE_ID ON THE CASE IT SETS   *
      *    UP AS MAGIC_PROPOSAL_NUM.  THE CASE FILLS IN THE REP AND    *
      *    BROKER WHEN THE QUOTE DID NOT CARRY THEM.                   *
      *----------------------------------------------------------------*

           IF SFN-QUOTE-STATUS NOT = 'A'
               OR SFN-QUOTE-ID > 9999999
               GO TO P340000-EXIT.

           MOVE SPACES TO WS-CASE-NUM WS-CASE-REP WS-CASE-AGENCY.

           EXEC SQL
               SELECT CASE_NUM,
                      FIELD_SALES_REP,
                      AGENT_REP_ID
                 INTO :WS-CASE-NUM,
                      :WS-CASE-REP,
                      :WS-CASE-AGENCY
                 FROM CASE_MASTER
                WHERE MAGIC_PROPOSAL_NUM = :SFN-QUOTE-ID
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               GO TO P340000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SF-RETURN-CODE
               GO TO P340000-EXIT.

           MOVE WS-CASE-NUM TO SFN-CASE-NUM.
           IF SFN-FIELD-SALES-REP = SPACES
               MOVE WS-CASE-REP TO SFN-FIELD-SALES-REP.
           IF SFN-BROKER-ID = SPACES
               MOVE WS-CASE-AGENCY TO SFN-BROKER-ID.

       P340000-EXIT.
           EXIT.
           TITLE 'SLSFUNL --> WRITE THE FUNNEL BY EACH DIMENSION'.
       P500000-WRITE-THE-FUNNEL SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE SF-ENTERED TO WS-EDIT-COUNT.
           STRING 'NEW-BUSINESS SALES FUNNEL  ENTERED '
                                          DELIMITED BY SIZE
                  WS-FUNNEL-MONTH         DELIMITED BY SIZE
                  '  APPLICATIONS '       DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           MOVE 'C' TO WS-DIMENSION.
           MOVE 'BY DISTRIBUTION CHANNEL' TO WS-DIMENSION-TITLE.
           PERFORM P550000-ONE-DIMENSION THRU P550000-EXIT.

           IF SF-RETURN-CODE = '00'
               MOVE 'F' TO WS-DIMENSION
               MOVE 'BY FIELD FORCE' TO WS-DIMENSION-TITLE
               PERFORM P550000-ONE-DIMENSION THRU P550000-EXIT.

           IF SF-RETURN-CODE = '00'
               MOVE 'R' TO WS-DIMENSION
               MOVE 'BY FIELD SALES REP' TO WS-DIMENSION-TITLE
               PERFORM P550000-ONE-DIMENSION THRU P550000-EXIT.

           IF SF-RETURN-CODE = '00'
               MOVE 'B' TO WS-DIMENSION
               MOVE 'BY BROKER' TO WS-DIMENSION-TITLE
               PERFORM P550000-ONE-DIMENSION THRU P550000-EXIT.

       P500000-EXIT.
           EXIT.
       P550000-ONE-DIMENSION SECTION.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.
           MOVE WS-DIMENSION-TITLE TO WS-REPORT-LINE.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  KEY       ENTERED QUOTED ACCEPT APPLIED '
                                          DELIMITED BY SIZE
                  'ISSUED SET UP DECLIN CLOSE%'
                                          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           EXEC SQL
               OPEN SFRPTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SF-RETURN-CODE
               GO TO P550000-EXIT.

           MOVE 'N' TO WS-RPT-EOF-SW.

           PERFORM P600000-ONE-FUNNEL-LINE THRU P600000-EXIT
               UNTIL RPT-EOF.

           EXEC SQL
               CLOSE SFRPTCUR
           END-EXEC.

       P550000-EXIT.
           EXIT.
       P600000-ONE-FUNNEL-LINE SECTION.

           EXEC SQL
               FETCH SFRPTCUR
                 INTO :WS-DIM-KEY,
                      :WS-DIM-ENTERED,
                      :WS-DIM-QUOTED,
                      :WS-DIM-ACCEPTED,
                      :WS-DIM-APPLIED,
                      :WS-DIM-ISSUED,
                      :WS-DIM-SET-UP,
                      :WS-DIM-DECLINED,
                      :WS-DIM-QUOTED-PREM,
                      :WS-DIM-ISSUED-PREM,
                      :WS-DIM-QUOTE-DAYS,
                      :WS-DIM-APPLY-DAYS,
                      :WS-DIM-SETUP-DAYS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO SF-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RPT-EOF-SW
               GO TO P600000-EXIT.

      *    THE CLOSE RATIO IS ISSUED CASES OVER EVERYTHING THAT ENTERED.
           MOVE ZERO TO WS-CLOSE-RATIO.
           IF WS-DIM-ENTERED > ZERO
               COMPUTE WS-CLOSE-RATIO ROUNDED =
                   WS-DIM-ISSUED * 100 / WS-DIM-ENTERED.

           IF WS-DIM-KEY = SPACES
               MOVE '(NONE)'   TO WS-EDIT-KEY
           ELSE
               MOVE WS-DIM-KEY TO WS-EDIT-KEY.

           MOVE WS-DIM-ENTERED  TO WS-EDIT-ENTERED.
           MOVE WS-DIM-QUOTED   TO WS-EDIT-QUOTED.
           MOVE WS-DIM-ACCEPTED TO WS-EDIT-ACCEPTED.
           MOVE WS-DIM-APPLIED  TO WS-EDIT-APPLIED.
           MOVE WS-DIM-ISSUED   TO WS-EDIT-ISSUED.
           MOVE WS-DIM-SET-UP   TO WS-EDIT-SET-UP.
           MOVE WS-DIM-DECLINED TO WS-EDIT-DECLINED.
           MOVE WS-CLOSE-RATIO  TO WS-EDIT-RATIO.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  '             DELIMITED BY SIZE
                  WS-EDIT-KEY      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-ENTERED  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-QUOTED   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-ACCEPTED DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-APPLIED  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-ISSUED   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-SET-UP   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-DECLINED DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-RATIO    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           MOVE WS-DIM-QUOTED-PREM TO WS-EDIT-QUOTED-PREM.
           MOVE WS-DIM-ISSUED-PREM TO WS-EDIT-ISSUED-PREM.
           MOVE WS-DIM-QUOTE-DAYS  TO WS-EDIT-QUOTE-DAYS.
           MOVE WS-DIM-APPLY-DAYS  TO WS-EDIT-APPLY-DAYS.
           MOVE WS-DIM-SETUP-DAYS  TO WS-EDIT-SETUP-DAYS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '            QUOTED PREM ' DELIMITED BY SIZE
                  WS-EDIT-QUOTED-PREM      DELIMITED BY SIZE
                  ' ISSUED PREM '          DELIMITED BY SIZE
                  WS-EDIT-ISSUED-PREM      DELIMITED BY SIZE
                  ' AVG DAYS QUOTE-APP '   DELIMITED BY SIZE
                  WS-EDIT-QUOTE-DAYS       DELIMITED BY SIZE
                  ' APP-ISSUE '            DELIMITED BY SIZE
                  WS-EDIT-APPLY-DAYS       DELIMITED BY SIZE
                  ' ISSUE-SETUP '          DELIMITED BY SIZE
                  WS-EDIT-SETUP-DAYS       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P600000-EXIT.
           EXIT.
           TITLE 'SLSFUNL --> WRITE ONE LINE TO SFUN'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('SFUN')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
