       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SBCGEN.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: SBCGEN                                         *
      *  PROGRAM TEXT:  SUMMARY OF BENEFITS AND COVERAGE GENERATOR.     *
      *                 SBCS WERE TYPED BY HAND AND OFTEN DISAGREED     *
      *                 WITH THE PLAN DESIGN WE ADMINISTER.  FOR EACH   *
      *                 PLAN ACTIVE ON A CASE THIS BUILDS THE           *
      *                 FEDERALLY FORMATTED SBC - COVERAGE PERIOD, THE  *
      *                 IMPORTANT QUESTIONS AND THE COMMON MEDICAL      *
      *                 EVENTS - STRAIGHT FROM THE CASE_MASTER PLAN     *
      *                 DESIGN AND THE PLANCODE DESCRIPTION, PRINTS IT  *
      *                 TO THE SBCP TDQ, AND KEEPS THE ISSUE AS A NEW   *
      *                 VERSION ON SBC_ISSUE WITH ITS LINES ON SBC_LINE *
      *                 SO ANY VERSION CAN BE REPRINTED AS ISSUED.      *
      *                 'G' ALWAYS ISSUES (RENWPKT CALLS IT WITH EACH   *
      *                 RENEWAL PACKET); 'C' ISSUES ONLY A PLAN WHOSE   *
      *                 DESIGN DIFFERS FROM ITS LATEST VERSION (NA340   *
      *                 CALLS IT WHEN A CASE IS SAVED); 'P' REPRINTS.   *
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
       77  WS-MAX-SBC-LINES            PIC S9(4) COMP VALUE +40.
       77  WS-LINE-COUNT               PIC S9(4) COMP VALUE ZERO.
       77  WS-LINE-SUB                 PIC S9(4) COMP VALUE ZERO.
       77  WS-PLANS-FOUND              PIC S9(4) COMP VALUE ZERO.

       01  WS-PLAN-EOF-SW               PIC X     VALUE 'N'.
           88  PLAN-CURSOR-EOF          VALUE 'Y'.
       01  WS-LINE-EOF-SW               PIC X     VALUE 'N'.
           88  LINE-CURSOR-EOF          VALUE 'Y'.

      *----------------------------------------------------------------*
      *    THE CASE_MASTER PLAN DESIGN                                 *
      *----------------------------------------------------------------*
       01  WS-CARRIER-CODE              PIC X(2)  VALUE SPACES.
       01  WS-ANNIVERSARY-MMDD          PIC X(4)  VALUE SPACES.
       01  WS-DEDUCTIBLE-AMT            PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-FAMILY-LIMIT-DED          PIC S9(2)V9 COMP-3 VALUE ZERO.
       01  WS-COINSURANCE-PCT           PIC S9(1)V99 COMP-3 VALUE ZERO.
       01  WS-COINSURANCE-MAX           PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-COINSURANCE-LIMIT         PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-LIFETIME-MAX              PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-ROOM-CHARGE               PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-ICU-MULTIPLIER            PIC X(1)  VALUE SPACE.
       01  WS-MENTAL-DIS                PIC X(1)  VALUE SPACE.
       01  WS-MENTAL-DAYS-IN            PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-MENTAL-PCT-COI-OUT        PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-MENTAL-MAX-AMT-OUT        PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-ALCOHOL-DIS               PIC X(1)  VALUE SPACE.
       01  WS-ALCOHOL-DAYS-IN           PIC S9(2) COMP-3 VALUE ZERO.
       01  WS-ALCOHOL-DAYS-OUT          PIC S9(2) COMP-3 VALUE ZERO.
       01  WS-WELL-CHILD-IND            PIC X(1)  VALUE SPACE.

       01  WS-PLAN-CODE                 PIC X(2)  VALUE SPACES.
       01  WS-PLAN-DESC                 PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      *    THE DESIGN AN SBC IS BUILT FROM, KEPT ON SBC_ISSUE SO A     *
      *    LATER CHANGE TO ANY OF IT IS SEEN.                          *
      *----------------------------------------------------------------*
       01  WS-DESIGN-IMAGE.
           05  WS-DI-DEDUCTIBLE         PIC 9(5).
           05  WS-DI-FAMILY-LIMIT       PIC 9(2)V9.
           05  WS-DI-COINS-PCT          PIC 9V99.
           05  WS-DI-COINS-MAX          PIC 9(7).
           05  WS-DI-COINS-LIMIT        PIC 9(7).
           05  WS-DI-LIFETIME-MAX       PIC 9(7).
           05  WS-DI-ROOM-CHARGE        PIC 9(3).
           05  WS-DI-ICU-MULTIPLIER     PIC X(1).
           05  WS-DI-MENTAL-DIS         PIC X(1).
           05  WS-DI-MENTAL-DAYS-IN     PIC 9(3).
           05  WS-DI-MENTAL-PCT-OUT     PIC 9(3).
           05  WS-DI-MENTAL-MAX-OUT     PIC 9(5).
           05  WS-DI-ALCOHOL-DIS        PIC X(1).
           05  WS-DI-ALCOHOL-DAYS-IN    PIC 9(2).
           05  WS-DI-ALCOHOL-DAYS-OUT   PIC 9(2).
           05  WS-DI-WELL-CHILD         PIC X(1).
           05  WS-DI-PLAN-DESC          PIC X(30).
           05  FILLER                   PIC X(16).
       01  WS-DESIGN-TEXT               PIC X(100) VALUE SPACES.
       01  WS-LAST-DESIGN-TEXT          PIC X(100) VALUE SPACES.
       01  WS-LAST-VERSION              PIC S9(4) COMP VALUE ZERO.
       01  WS-LAST-VERSION-IND          PIC S9(4) COMP VALUE ZERO.

       01  WS-TODAY-DATE                PIC X(10) VALUE SPACES.
       01  WS-PERIOD-START              PIC X(10) VALUE SPACES.
       01  WS-PERIOD-WORK REDEFINES WS-PERIOD-START.
           05  WS-PERIOD-YEAR           PIC 9(4).
           05  FILLER                   PIC X(1).
           05  WS-PERIOD-MM             PIC X(2).
           05  FILLER                   PIC X(1).
           05  WS-PERIOD-DD             PIC X(2).
       01  WS-PERIOD-END                PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *    THE SBC AS BUILT, ONE PRINT LINE PER ENTRY                  *
      *----------------------------------------------------------------*
       01  WS-SBC-TABLE.
           05  WS-SBC-TEXT              PIC X(80) OCCURS 40 TIMES.
       01  WS-SBC-LINE.
           05  WS-SBC-QUESTION          PIC X(40).
           05  WS-SBC-ANSWER            PIC X(40).

       01  WS-FAMILY-DED                PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-MEMBER-PCT                PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-EDIT-AMT                  PIC $Z,ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-AMT2                 PIC $Z,ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-PCT                  PIC ZZ9 VALUE ZERO.
       01  WS-EDIT-DAYS                 PIC ZZ9 VALUE ZERO.
       01  WS-EDIT-VERSION              PIC ZZZ9 VALUE ZERO.

           COPY SBCISSUE.
           COPY SBCLINE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY PLAN WITH AN ACTIVE COVERAGE ROW ON THE CASE, WITH    *
      *    ITS PLANCODE DESCRIPTION FOR THE CASE'S CARRIER.            *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SBPLNCUR CURSOR FOR
               SELECT DISTINCT V.PLAN_CODE,
                      VALUE(P.PLAN_DESC, ' ')
                 FROM COVERAGE V
                 LEFT OUTER JOIN PLANCODE P
                   ON P.PLAN_CODE    = V.PLAN_CODE
                  AND P.CARRIER_CODE = :WS-CARRIER-CODE
                WHERE V.CASENAME#CIM = :SB-CASE-IDNTITY
                  AND (V.TERM_DATE IS NULL
                   OR  V.TERM_DATE > CURRENT DATE)
                  AND (:SB-PLAN-CODE = '  '
                   OR  V.PLAN_CODE = :SB-PLAN-CODE)
                ORDER BY 1
           END-EXEC.

           EXEC SQL DECLARE SBLINCUR CURSOR FOR
               SELECT LINE_TEXT
                 FROM SBC_LINE
                WHERE CASE_NUM    = :SB-CASE-NUM
                  AND PLAN_CODE   = :SB-PLAN-CODE
                  AND VERSION_NUM = :SB-VERSION-NUM
                ORDER BY LINE_NUM
           END-EXEC.

           TITLE 'SBCGEN --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY SBCGENC.
           TITLE 'SBCGEN --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00' TO SB-RETURN-CODE.
           MOVE ZERO TO SB-SBCS-ISSUED SB-LINES-WRITTEN.

           IF SB-FUNCTION-CODE NOT = 'G' AND 'C' AND 'P'
               MOVE '01' TO SB-RETURN-CODE
               GO TO P000000-RETURN.

           PERFORM P100000-GET-THE-CASE THRU P100000-EXIT.

           IF SB-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           IF SB-FUNCTION-CODE = 'P'
               PERFORM P700000-REPRINT-A-VERSION THRU P700000-EXIT
           ELSE
               PERFORM P200000-ISSUE-THE-SBCS THRU P200000-EXIT.

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
           TITLE 'SBCGEN --> READ THE CASE PLAN DESIGN'.
       P100000-GET-THE-CASE SECTION.

           IF SB-CASE-NUM = SPACES
               AND SB-CASE-IDNTITY = SPACES
               MOVE '05' TO SB-RETURN-CODE
               GO TO P100000-EXIT.

           IF SB-CASE-NUM = SPACES
               EXEC SQL
                   SELECT CASE_NUM
                     INTO :SB-CASE-NUM
                     FROM CASE_MASTER
                    WHERE CASENAME#IDNTITY = :SB-CASE-IDNTITY
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '02' TO SB-RETURN-CODE
                   GO TO P100000-EXIT
               END-IF
           END-IF.

           EXEC SQL
               SELECT CASENAME#IDNTITY,
                      CARRIER_CODE,
                      ANNIVERSARY_DATE,
                      DEDUCTIBLE_AMT,
                      FAMILY_LIMIT_DED,
                      COINSURANCE_PCT,
                      COINSURANCE_MAX,
                      COINSURANCE_LIMIT,
                      LIFETIME_MAX,
                      ROOM_CHARGE,
                      ICU_MULTIPLIER,
                      MENTAL_DIS,
                      MENTAL_DAYS_IN,
                      MENTAL_PCT_COI_OUT,
                      MENTAL_MAX_AMT_OUT,
                      ALCOHOL_DIS,
                      ALCOHOL_DAYS_IN,
                      ALCOHOL_DAYS_OUT,
                      WELL_CHILD_IND,
                      CHAR(CURRENT DATE, ISO)
                 INTO :SB-CASE-IDNTITY,
                      :WS-CARRIER-CODE,
                      :WS-ANNIVERSARY-MMDD,
                      :WS-DEDUCTIBLE-AMT,
                      :WS-FAMILY-LIMIT-DED,
                      :WS-COINSURANCE-PCT,
                      :WS-COINSURANCE-MAX,
                      :WS-COINSURANCE-LIMIT,
                      :WS-LIFETIME-MAX,
                      :WS-ROOM-CHARGE,
                      :WS-ICU-MULTIPLIER,
                      :WS-MENTAL-DIS,
                      :WS-MENTAL-DAYS-IN,
                      :WS-MENTAL-PCT-COI-OUT,
                      :WS-MENTAL-MAX-AMT-OUT,
                      :WS-ALCOHOL-DIS,
                      :WS-ALCOHOL-DAYS-IN,
                      :WS-ALCOHOL-DAYS-OUT,
                      :WS-WELL-CHILD-IND,
                      :WS-TODAY-DATE
                 FROM CASE_MASTER
                WHERE CASE_NUM = :SB-CASE-NUM
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO SB-RETURN-CODE
               GO TO P100000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SB-RETURN-CODE.

       P100000-EXIT.
           EXIT.
           TITLE 'SBCGEN --> THE COVERAGE PERIOD'.
       P150000-SET-THE-PERIOD SECTION.

      *----------------------------------------------------------------*
      *    THE CALLER'S START (RENWPKT PASSES THE RENEWAL DATE), ELSE  *
      *    THE PLAN YEAR IN FORCE: THIS YEAR'S ANNIVERSARY, OR LAST    *
      *    YEAR'S IF THIS YEAR'S IS STILL AHEAD.  A 0229 ANNIVERSARY   *
      *    RIDES ON 0228; A CASE WITH NO ANNIVERSARY RUNS ON THE       *
      *    CALENDAR YEAR.                                              *
      *----------------------------------------------------------------*
           IF SB-PERIOD-START NOT = SPACES
               MOVE SB-PERIOD-START TO WS-PERIOD-START
           ELSE
               MOVE WS-TODAY-DATE   TO WS-PERIOD-START
               IF WS-ANNIVERSARY-MMDD NUMERIC
                   MOVE WS-ANNIVERSARY-MMDD (1:2) TO WS-PERIOD-MM
                   MOVE WS-ANNIVERSARY-MMDD (3:2) TO WS-PERIOD-DD
               ELSE
                   MOVE '01' TO WS-PERIOD-MM WS-PERIOD-DD
               END-IF
               IF WS-PERIOD-MM = '02' AND WS-PERIOD-DD = '29'
                   MOVE '28' TO WS-PERIOD-DD
               END-IF
               IF WS-PERIOD-START > WS-TODAY-DATE
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
               END-IF
           END-IF.

           EXEC SQL
               SELECT CHAR(DATE(:WS-PERIOD-START) + 1 YEAR - 1 DAY, ISO)
                 INTO :WS-PERIOD-END
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '05' TO SB-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'SBCGEN --> ISSUE AN SBC FOR EACH PLAN'.
       P200000-ISSUE-THE-SBCS SECTION.

           PERFORM P150000-SET-THE-PERIOD THRU P150000-EXIT.

           IF SB-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           IF SB-ISSUE-REASON = SPACE
               IF SB-FUNCTION-CODE = 'C'
                   MOVE 'D' TO SB-ISSUE-REASON
               ELSE
                   MOVE 'M' TO SB-ISSUE-REASON
               END-IF
           END-IF.

           MOVE ZERO TO WS-PLANS-FOUND.

           EXEC SQL
               OPEN SBPLNCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SB-RETURN-CODE
               GO TO P200000-EXIT.

           PERFORM P300000-ISSUE-ONE-PLAN THRU P300000-EXIT
               UNTIL PLAN-CURSOR-EOF.

           EXEC SQL
               CLOSE SBPLNCUR
           END-EXEC.

           IF SB-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           IF WS-PLANS-FOUND = ZERO
               MOVE '02' TO SB-RETURN-CODE
               GO TO P200000-EXIT.

           IF SB-SBCS-ISSUED = ZERO
               MOVE '04' TO SB-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'SBCGEN --> ISSUE ONE PLAN IF DUE'.
       P300000-ISSUE-ONE-PLAN SECTION.

           EXEC SQL
               FETCH SBPLNCUR
                 INTO :WS-PLAN-CODE,
                      :WS-PLAN-DESC
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO SB-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-PLAN-EOF-SW
               GO TO P300000-EXIT.

           ADD 1 TO WS-PLANS-FOUND.

           MOVE SPACES                TO WS-DESIGN-IMAGE.
           MOVE WS-DEDUCTIBLE-AMT     TO WS-DI-DEDUCTIBLE.
           MOVE WS-FAMILY-LIMIT-DED   TO WS-DI-FAMILY-LIMIT.
           MOVE WS-COINSURANCE-PCT    TO WS-DI-COINS-PCT.
           MOVE WS-COINSURANCE-MAX    TO WS-DI-COINS-MAX.
           MOVE WS-COINSURANCE-LIMIT  TO WS-DI-COINS-LIMIT.
           MOVE WS-LIFETIME-MAX       TO WS-DI-LIFETIME-MAX.
           MOVE WS-ROOM-CHARGE        TO WS-DI-ROOM-CHARGE.
           MOVE WS-ICU-MULTIPLIER     TO WS-DI-ICU-MULTIPLIER.
           MOVE WS-MENTAL-DIS         TO WS-DI-MENTAL-DIS.
           MOVE WS-MENTAL-DAYS-IN     TO WS-DI-MENTAL-DAYS-IN.
           MOVE WS-MENTAL-PCT-COI-OUT TO WS-DI-MENTAL-PCT-OUT.
           MOVE WS-MENTAL-MAX-AMT-OUT TO WS-DI-MENTAL-MAX-OUT.
           MOVE WS-ALCOHOL-DIS        TO WS-DI-ALCOHOL-DIS.
           MOVE WS-ALCOHOL-DAYS-IN    TO WS-DI-ALCOHOL-DAYS-IN.
           MOVE WS-ALCOHOL-DAYS-OUT   TO WS-DI-ALCOHOL-DAYS-OUT.
           MOVE WS-WELL-CHILD-IND     TO WS-DI-WELL-CHILD.
           MOVE WS-PLAN-DESC          TO WS-DI-PLAN-DESC.
           MOVE WS-DESIGN-IMAGE       TO WS-DESIGN-TEXT.

           MOVE ZERO   TO WS-LAST-VERSION.
           MOVE SPACES TO WS-LAST-DESIGN-TEXT.

           EXEC SQL
               SELECT VERSION_NUM,
                      DESIGN_IMAGE
                 INTO :WS-LAST-VERSION,
                      :WS-LAST-DESIGN-TEXT
                 FROM SBC_ISSUE
                WHERE CASE_NUM  = :SB-CASE-NUM
                  AND PLAN_CODE = :WS-PLAN-CODE
                ORDER BY VERSION_NUM DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO SB-RETURN-CODE
               MOVE 'Y'  TO WS-PLAN-EOF-SW
               GO TO P300000-EXIT.

           IF SB-FUNCTION-CODE = 'C'
               AND WS-LAST-VERSION > ZERO
               AND WS-LAST-DESIGN-TEXT = WS-DESIGN-TEXT
               GO TO P300000-EXIT.

           PERFORM P400000-BUILD-THE-SBC THRU P400000-EXIT.
           PERFORM P500000-SAVE-AND-PRINT THRU P500000-EXIT.

           IF SB-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-PLAN-EOF-SW.

       P300000-EXIT.
           EXIT.
           TITLE 'SBCGEN --> BUILD THE SBC LINES'.
       P400000-BUILD-THE-SBC SECTION.

           MOVE SPACES TO WS-SBC-TABLE.
           MOVE ZERO   TO WS-LINE-COUNT.
           COMPUTE WS-EDIT-VERSION = WS-LAST-VERSION + 1.

           MOVE 'SUMMARY OF BENEFITS AND COVERAGE: WHAT THIS PLAN COVERS
      -         ' & WHAT YOU PAY' TO WS-SBC-LINE.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.
           MOVE 'FOR COVERED SERVICES' TO WS-SBC-LINE.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE SPACES TO WS-SBC-LINE.
           STRING 'COVERAGE PERIOD: ' DELIMITED BY SIZE
                  WS-PERIOD-START     DELIMITED BY SIZE
                  ' - '               DELIMITED BY SIZE
                  WS-PERIOD-END       DELIMITED BY SIZE
                  '   VERSION '       DELIMITED BY SIZE
                  WS-EDIT-VERSION     DELIMITED BY SIZE
                  ' ISSUED '          DELIMITED BY SIZE
                  WS-TODAY-DATE       DELIMITED BY SIZE
               INTO WS-SBC-LINE
           END-STRING.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE SPACES TO WS-SBC-LINE.
           STRING 'CASE '             DELIMITED BY SIZE
                  SB-CASE-NUM         DELIMITED BY SIZE
                  '   PLAN '          DELIMITED BY SIZE
                  WS-PLAN-CODE        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-PLAN-DESC        DELIMITED BY SIZE
               INTO WS-SBC-LINE
           END-STRING.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE ALL '-' TO WS-SBC-LINE.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.
           MOVE 'IMPORTANT QUESTIONS'  TO WS-SBC-QUESTION.
           MOVE 'ANSWERS'              TO WS-SBC-ANSWER.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

      *    FAMILY_LIMIT_DED IS THE NUMBER OF INDIVIDUAL DEDUCTIBLES
      *    THAT SATISFIES THE FAMILY - 3.0 MEANS THREE TIMES.
           MOVE 'WHAT IS THE OVERALL DEDUCTIBLE?' TO WS-SBC-QUESTION.
           MOVE WS-DEDUCTIBLE-AMT TO WS-EDIT-AMT.
           IF WS-DEDUCTIBLE-AMT = ZERO
               MOVE '$0' TO WS-SBC-ANSWER
           ELSE
               IF WS-FAMILY-LIMIT-DED > ZERO
                   COMPUTE WS-FAMILY-DED ROUNDED =
                       WS-DEDUCTIBLE-AMT * WS-FAMILY-LIMIT-DED
                   MOVE WS-FAMILY-DED TO WS-EDIT-AMT2
                   STRING WS-EDIT-AMT     DELIMITED BY SIZE
                          ' EACH /'       DELIMITED BY SIZE
                          WS-EDIT-AMT2    DELIMITED BY SIZE
                          ' FAMILY'       DELIMITED BY SIZE
                       INTO WS-SBC-ANSWER
                   END-STRING
               ELSE
                   STRING WS-EDIT-AMT     DELIMITED BY SIZE
                          ' PER PERSON'   DELIMITED BY SIZE
                       INTO WS-SBC-ANSWER
                   END-STRING
               END-IF
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE 'ARE THERE SERVICES COVERED BEFORE YOU'
                                            TO WS-SBC-QUESTION.
           IF WS-WELL-CHILD-IND = 'Y'
               MOVE 'YES. WELL-CHILD CARE.' TO WS-SBC-ANSWER
           ELSE
               MOVE 'NO.'                   TO WS-SBC-ANSWER
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.
           MOVE '  MEET YOUR DEDUCTIBLE?'   TO WS-SBC-QUESTION.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE 'WHAT IS THE OUT-OF-POCKET LIMIT?' TO WS-SBC-QUESTION.
           IF WS-COINSURANCE-MAX = ZERO
               MOVE 'THIS PLAN HAS NO OUT-OF-POCKET LIMIT.'
                                            TO WS-SBC-ANSWER
           ELSE
               MOVE WS-COINSURANCE-MAX TO WS-EDIT-AMT
               STRING WS-EDIT-AMT         DELIMITED BY SIZE
                      ' PER PERSON'       DELIMITED BY SIZE
                   INTO WS-SBC-ANSWER
               END-STRING
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE 'WHAT IS NOT INCLUDED IN THE OUT-OF-'
                                            TO WS-SBC-QUESTION.
           MOVE 'PREMIUMS, BALANCE-BILLED CHARGES AND'
                                            TO WS-SBC-ANSWER.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.
           MOVE '  POCKET LIMIT?'           TO WS-SBC-QUESTION.
           MOVE 'CARE THIS PLAN DOES NOT COVER.'
                                            TO WS-SBC-ANSWER.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE 'IS THERE AN OVERALL LIFETIME LIMIT?'
                                            TO WS-SBC-QUESTION.
           IF WS-LIFETIME-MAX = ZERO
               MOVE 'NO.' TO WS-SBC-ANSWER
           ELSE
               MOVE WS-LIFETIME-MAX TO WS-EDIT-AMT
               STRING 'YES. '             DELIMITED BY SIZE
                      WS-EDIT-AMT         DELIMITED BY SIZE
                      ' PER PERSON'       DELIMITED BY SIZE
                   INTO WS-SBC-ANSWER
               END-STRING
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE ALL '-' TO WS-SBC-LINE.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.
           MOVE 'COMMON MEDICAL EVENT'  TO WS-SBC-QUESTION.
           MOVE 'WHAT YOU WILL PAY'     TO WS-SBC-ANSWER.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

      *    COINSURANCE_PCT IS WHAT THE PLAN PAYS - .80 IS 80%, LEAVING
      *    THE MEMBER 20% OF THE FIRST COINSURANCE_LIMIT DOLLARS.
           MOVE 'COVERED CARE AFTER THE DEDUCTIBLE' TO WS-SBC-QUESTION.
           COMPUTE WS-MEMBER-PCT = 100 - (WS-COINSURANCE-PCT * 100).
           IF WS-COINSURANCE-PCT = ZERO
               OR WS-MEMBER-PCT NOT > ZERO
               MOVE 'NO CHARGE' TO WS-SBC-ANSWER
           ELSE
               MOVE WS-MEMBER-PCT TO WS-EDIT-PCT
               IF WS-COINSURANCE-LIMIT > ZERO
                   MOVE WS-COINSURANCE-LIMIT TO WS-EDIT-AMT
                   STRING WS-EDIT-PCT     DELIMITED BY SIZE
                          '% OF THE FIRST' DELIMITED BY SIZE
                          WS-EDIT-AMT     DELIMITED BY SIZE
                       INTO WS-SBC-ANSWER
                   END-STRING
               ELSE
                   STRING WS-EDIT-PCT     DELIMITED BY SIZE
                          '% COINSURANCE' DELIMITED BY SIZE
                       INTO WS-SBC-ANSWER
                   END-STRING
               END-IF
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE 'HOSPITAL STAY - ROOM AND BOARD' TO WS-SBC-QUESTION.
           IF WS-ROOM-CHARGE = ZERO
               MOVE 'SEMI-PRIVATE RATE AFTER DEDUCTIBLE'
                                            TO WS-SBC-ANSWER
           ELSE
               MOVE WS-ROOM-CHARGE TO WS-EDIT-DAYS
               STRING 'AMOUNT OVER $'     DELIMITED BY SIZE
                      WS-EDIT-DAYS        DELIMITED BY SIZE
                      ' A DAY'            DELIMITED BY SIZE
                   INTO WS-SBC-ANSWER
               END-STRING
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE 'HOSPITAL STAY - INTENSIVE CARE' TO WS-SBC-QUESTION.
           IF WS-ICU-MULTIPLIER NUMERIC
               AND WS-ICU-MULTIPLIER > '0'
               AND WS-ROOM-CHARGE > ZERO
               STRING 'AMOUNT OVER '      DELIMITED BY SIZE
                      WS-ICU-MULTIPLIER   DELIMITED BY SIZE
                      ' TIMES THE ROOM LIMIT' DELIMITED BY SIZE
                   INTO WS-SBC-ANSWER
               END-STRING
           ELSE
               MOVE 'SAME AS ROOM AND BOARD' TO WS-SBC-ANSWER
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

      *    MENTAL_DIS / ALCOHOL_DIS 'N' EXCLUDES THE BENEFIT; OTHERWISE
      *    THE DAY, PERCENT AND DOLLAR LIMITS APPLY WHERE CARRIED.
           MOVE 'MENTAL HEALTH - INPATIENT'   TO WS-SBC-QUESTION.
           IF WS-MENTAL-DIS = 'N'
               MOVE 'NOT COVERED' TO WS-SBC-ANSWER
           ELSE
               IF WS-MENTAL-DAYS-IN > ZERO
                   MOVE WS-MENTAL-DAYS-IN TO WS-EDIT-DAYS
                   STRING 'COVERED UP TO'  DELIMITED BY SIZE
                          WS-EDIT-DAYS     DELIMITED BY SIZE
                          ' DAYS A YEAR'   DELIMITED BY SIZE
                       INTO WS-SBC-ANSWER
                   END-STRING
               ELSE
                   MOVE 'SAME AS ANY OTHER ILLNESS' TO WS-SBC-ANSWER
               END-IF
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE 'MENTAL HEALTH - OUTPATIENT'  TO WS-SBC-QUESTION.
           IF WS-MENTAL-DIS = 'N'
               MOVE 'NOT COVERED' TO WS-SBC-ANSWER
           ELSE
               IF WS-MENTAL-PCT-COI-OUT > ZERO
                   MOVE WS-MENTAL-PCT-COI-OUT TO WS-EDIT-PCT
                   MOVE WS-MENTAL-MAX-AMT-OUT TO WS-EDIT-AMT
                   STRING WS-EDIT-PCT      DELIMITED BY SIZE
                          '% COINS, PLAN PAYS UP TO'
                                           DELIMITED BY SIZE
                       INTO WS-SBC-ANSWER
                   END-STRING
                   PERFORM P450000-ADD-A-LINE THRU P450000-EXIT
                   STRING WS-EDIT-AMT      DELIMITED BY SIZE
                          ' A YEAR'        DELIMITED BY SIZE
                       INTO WS-SBC-ANSWER
                   END-STRING
               ELSE
                   MOVE 'SAME AS ANY OTHER ILLNESS' TO WS-SBC-ANSWER
               END-IF
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE 'SUBSTANCE USE - INPATIENT'   TO WS-SBC-QUESTION.
           IF WS-ALCOHOL-DIS = 'N'
               MOVE 'NOT COVERED' TO WS-SBC-ANSWER
           ELSE
               IF WS-ALCOHOL-DAYS-IN > ZERO
                   MOVE WS-ALCOHOL-DAYS-IN TO WS-EDIT-DAYS
                   STRING 'COVERED UP TO'  DELIMITED BY SIZE
                          WS-EDIT-DAYS     DELIMITED BY SIZE
                          ' DAYS A YEAR'   DELIMITED BY SIZE
                       INTO WS-SBC-ANSWER
                   END-STRING
               ELSE
                   MOVE 'SAME AS ANY OTHER ILLNESS' TO WS-SBC-ANSWER
               END-IF
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE 'SUBSTANCE USE - OUTPATIENT'  TO WS-SBC-QUESTION.
           IF WS-ALCOHOL-DIS = 'N'
               MOVE 'NOT COVERED' TO WS-SBC-ANSWER
           ELSE
               IF WS-ALCOHOL-DAYS-OUT > ZERO
                   MOVE WS-ALCOHOL-DAYS-OUT TO WS-EDIT-DAYS
                   STRING 'COVERED UP TO'  DELIMITED BY SIZE
                          WS-EDIT-DAYS     DELIMITED BY SIZE
                          ' VISITS A YEAR' DELIMITED BY SIZE
                       INTO WS-SBC-ANSWER
                   END-STRING
               ELSE
                   MOVE 'SAME AS ANY OTHER ILLNESS' TO WS-SBC-ANSWER
               END-IF
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE 'CHILDREN - WELL-CHILD CARE'  TO WS-SBC-QUESTION.
           IF WS-WELL-CHILD-IND = 'Y'
               MOVE 'NO CHARGE, DEDUCTIBLE DOES NOT APPLY'
                                              TO WS-SBC-ANSWER
           ELSE
               MOVE 'NOT COVERED'             TO WS-SBC-ANSWER
           END-IF.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

           MOVE ALL '-' TO WS-SBC-LINE.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.
           MOVE 'THIS IS ONLY A SUMMARY.  THE PLAN DOCUMENT GOVERNS WHAT
      -         ' IS COVERED.' TO WS-SBC-LINE.
           PERFORM P450000-ADD-A-LINE THRU P450000-EXIT.

       P400000-EXIT.
           EXIT.
           TITLE 'SBCGEN --> ADD ONE LINE TO THE SBC'.
       P450000-ADD-A-LINE SECTION.

           IF WS-LINE-COUNT < WS-MAX-SBC-LINES
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-SBC-LINE TO WS-SBC-TEXT (WS-LINE-COUNT).

           MOVE SPACES TO WS-SBC-LINE.

       P450000-EXIT.
           EXIT.
           TITLE 'SBCGEN --> KEEP THE VERSION AND PRINT IT'.
       P500000-SAVE-AND-PRINT SECTION.

           MOVE SB-CASE-NUM          TO SBI-CASE-NUM.
           MOVE WS-PLAN-CODE         TO SBI-PLAN-CODE.
           COMPUTE SBI-VERSION-NUM = WS-LAST-VERSION + 1.
           MOVE SB-CASE-IDNTITY      TO SBI-CASE-IDNTITY.
           MOVE SB-ISSUE-REASON      TO SBI-ISSUE-REASON.
           MOVE WS-PERIOD-START      TO SBI-PERIOD-START.
           MOVE WS-PERIOD-END        TO SBI-PERIOD-END.
           MOVE WS-DESIGN-TEXT       TO SBI-DESIGN-IMAGE.
           MOVE WS-LINE-COUNT        TO SBI-LINE-COUNT.
           MOVE SB-OPERATOR-LOGON    TO SBI-ISSUE-LOGON.
           MOVE SB-SOURCE-PROGRAM    TO SBI-SOURCE-PROGRAM.

           EXEC SQL
               INSERT INTO SBC_ISSUE
                      ( CASE_NUM,
                        PLAN_CODE,
                        VERSION_NUM,
                        CASENAME#IDNTITY,
                        ISSUE_DATE,
                        ISSUE_REASON,
                        PERIOD_START,
                        PERIOD_END,
                        DESIGN_IMAGE,
                        LINE_COUNT,
                        ISSUE_LOGON,
                        SOURCE_PROGRAM,
                        ISSUE_TIMESTAMP )
               VALUES ( :SBI-CASE-NUM,
                        :SBI-PLAN-CODE,
                        :SBI-VERSION-NUM,
                        :SBI-CASE-IDNTITY,
                        CURRENT DATE,
                        :SBI-ISSUE-REASON,
                        DATE(:SBI-PERIOD-START),
                        DATE(:SBI-PERIOD-END),
                        :SBI-DESIGN-IMAGE,
                        :SBI-LINE-COUNT,
                        :SBI-ISSUE-LOGON,
                        :SBI-SOURCE-PROGRAM,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SB-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE SBI-CASE-NUM    TO SBL-CASE-NUM.
           MOVE SBI-PLAN-CODE   TO SBL-PLAN-CODE.
           MOVE SBI-VERSION-NUM TO SBL-VERSION-NUM.

           PERFORM P550000-SAVE-ONE-LINE THRU P550000-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > WS-LINE-COUNT
                    OR SB-RETURN-CODE NOT = '00'.

           IF SB-RETURN-CODE = '00'
               ADD 1 TO SB-SBCS-ISSUED.

       P500000-EXIT.
           EXIT.
           TITLE 'SBCGEN --> KEEP AND PRINT ONE LINE'.
       P550000-SAVE-ONE-LINE SECTION.

           MOVE WS-LINE-SUB                TO SBL-LINE-NUM.
           MOVE WS-SBC-TEXT (WS-LINE-SUB)  TO SBL-LINE-TEXT.

           EXEC SQL
               INSERT INTO SBC_LINE
                      ( CASE_NUM,
                        PLAN_CODE,
                        VERSION_NUM,
                        LINE_NUM,
                        LINE_TEXT )
               VALUES ( :SBL-CASE-NUM,
                        :SBL-PLAN-CODE,
                        :SBL-VERSION-NUM,
                        :SBL-LINE-NUM,
                        :SBL-LINE-TEXT )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SB-RETURN-CODE
               GO TO P550000-EXIT.

           PERFORM P800000-WRITE-PRINT-LINE THRU P800000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'SBCGEN --> REPRINT AN ISSUED VERSION'.
       P700000-REPRINT-A-VERSION SECTION.

           IF SB-PLAN-CODE = SPACES
               MOVE '05' TO SB-RETURN-CODE
               GO TO P700000-EXIT.

           IF SB-VERSION-NUM = ZERO
               EXEC SQL
                   SELECT MAX(VERSION_NUM)
                     INTO :WS-LAST-VERSION :WS-LAST-VERSION-IND
                     FROM SBC_ISSUE
                    WHERE CASE_NUM  = :SB-CASE-NUM
                      AND PLAN_CODE = :SB-PLAN-CODE
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE '12' TO SB-RETURN-CODE
                   GO TO P700000-EXIT
               END-IF
               IF WS-LAST-VERSION-IND < ZERO
                   MOVE '03' TO SB-RETURN-CODE
                   GO TO P700000-EXIT
               END-IF
               MOVE WS-LAST-VERSION TO SB-VERSION-NUM
           END-IF.

           EXEC SQL
               OPEN SBLINCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO SB-RETURN-CODE
               GO TO P700000-EXIT.

           PERFORM P750000-REPRINT-ONE-LINE THRU P750000-EXIT
               UNTIL LINE-CURSOR-EOF.

           EXEC SQL
               CLOSE SBLINCUR
           END-EXEC.

           IF SB-LINES-WRITTEN = ZERO AND SB-RETURN-CODE = '00'
               MOVE '03' TO SB-RETURN-CODE.

       P700000-EXIT.
           EXIT.
           TITLE 'SBCGEN --> REPRINT ONE LINE'.
       P750000-REPRINT-ONE-LINE SECTION.

           EXEC SQL
               FETCH SBLINCUR
                 INTO :SBL-LINE-TEXT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO SB-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-LINE-EOF-SW
               GO TO P750000-EXIT.

           PERFORM P800000-WRITE-PRINT-LINE THRU P800000-EXIT.

       P750000-EXIT.
           EXIT.
           TITLE 'SBCGEN --> WRITE ONE LINE TO THE SBCP TDQ'.
       P800000-WRITE-PRINT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('SBCP')
                     FROM    (SBL-LINE-TEXT)
                     LENGTH  (LENGTH OF SBL-LINE-TEXT)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           ADD 1 TO SB-LINES-WRITTEN.

       P800000-EXIT.
           EXIT.
