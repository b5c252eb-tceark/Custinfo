      ***************************************
      *  RATE GUARANTEE CHECK COMMUNICATION AREA
      *  PROGRAM:         RATEGUAR
      *  COPYBOOK NAME:   RATEGUAC
      *  EVERY PROGRAM THAT RAISES A PREMIUM (PREMRECL, RECOMP,
      *  RATECALC) ASKS RATEGUAR FIRST.  AN INCREASE ON A CASE
      *  INSIDE ITS CONTRACTUAL RATE GUARANTEE IS HELD ON
      *  RATE_GUAR_HOLD FOR UNDERWRITING REVIEW INSTEAD OF POSTED.
      *  THE MONTHLY LOOKAHEAD LISTS GUARANTEES RUNNING OUT IN THE
      *  NEXT NINETY DAYS FOR THE RENEWAL DESK.
      ***************************************
           05  RG-GUARANTEE-COMM-AREA.
               10  RG-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       C = CHECK ONE INCREASE
      *                                       A = APPROVE A HELD
      *                                           INCREASE
      *                                       D = DENY A HELD INCREASE
      *                                       L = EXPIRY LOOKAHEAD
      *                                           REPORT (BATCH)
               10  RG-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  RG-CASE-IDNTITY         PIC X(8)  VALUE SPACES.
      *                                       USED WHEN RG-CASE-NUM IS
      *                                       SPACES
               10  RG-EMP-NUM              PIC 9(5)  VALUE ZERO.
      *                                       ZERO = CASE-LEVEL
               10  RG-COVERAGE-TYPE        PIC X(8)  VALUE SPACES.
               10  RG-SOURCE-PROGRAM       PIC X(8)  VALUE SPACES.
               10  RG-AS-OF-DATE           PIC X(10) VALUE SPACES.
      *                                       SPACES = TODAY
               10  RG-CURRENT-PREMIUM      PIC S9(7)V99 COMP-3
                                                     VALUE ZERO.
               10  RG-PROPOSED-PREMIUM     PIC S9(7)V99 COMP-3
                                                     VALUE ZERO.
               10  RG-REVIEWER-LOGON       PIC X(8)  VALUE SPACES.
      *                                       FUNCTIONS 'A' AND 'D'
               10  RG-LEAD-DAYS            PIC 9(3)  VALUE ZERO.
      *                                       FUNCTION 'L' - ZERO =
      *                                       NINETY DAYS
               10  RG-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = POST THE PREMIUM /
      *                                            FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING FOUND
      *                                       04 = HELD - CASE IS UNDER
      *                                            A RATE GUARANTEE
      *                                       12 = SQL ERROR
      *                                       20 = ('L') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  RG-GUAR-END-DATE        PIC X(10) VALUE SPACES.
               10  RG-CASES-LISTED         PIC 9(5)  VALUE ZERO.
