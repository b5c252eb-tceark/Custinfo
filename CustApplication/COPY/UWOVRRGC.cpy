      ***************************************
      *  UNDERWRITING OVERRIDE REGISTER COMMUNICATION AREA
      *  PROGRAM:         UWOVRREG
      *  COPYBOOK NAME:   UWOVRRGC
      *  AN UNDERWRITER OVERRIDING A RULE ON A CASE RECORDS IT HERE
      *  WITH THE DOLLAR AND LIFE EXPOSURE.  THE EXPOSURE IS CHECKED
      *  AGAINST THE AUTHORITY LIMIT FOR THE UNDERWRITER'S LEVEL ON
      *  PROGRAM_RULES; INSIDE THE LIMIT THE OVERRIDE STANDS, OVER IT
      *  THE OVERRIDE WAITS FOR A SECOND APPROVER WITH THE AUTHORITY.
      *  THE QUARTERLY REPORT LISTS OVERRIDES BY UNDERWRITER WITH THE
      *  CASES' LOSS RATIO SINCE.
      ***************************************
           05  UO-OVERRIDE-COMM-AREA.
               10  UO-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       R = RECORD AN OVERRIDE
      *                                       A = SECOND APPROVER
      *                                           APPROVES
      *                                       D = SECOND APPROVER
      *                                           REJECTS
      *                                       Q = QUARTERLY REPORT
      *                                           (BATCH)
               10  UO-OVERRIDE-ID          PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       RETURNED BY 'R', KEY FOR
      *                                       'A' AND 'D'
               10  UO-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  UO-RULE-OVERRIDDEN      PIC X(18) VALUE SPACES.
               10  UO-OVERRIDE-REASON      PIC X(40) VALUE SPACES.
               10  UO-EXPOSURE-AMT         PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
               10  UO-EXPOSURE-LIVES       PIC 9(7)  VALUE ZERO.
               10  UO-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
      *                                       THE UNDERWRITER ON 'R',
      *                                       THE APPROVER ON 'A'/'D'
               10  UO-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  UO-QUARTER-START        PIC X(10) VALUE SPACES.
      *                                       FUNCTION 'Q' - SPACES =
      *                                       THE QUARTER JUST ENDED
               10  UO-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE -
      *                                            OVERRIDE IN FORCE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE OR OVERRIDE NOT
      *                                            FOUND / NOTHING TO
      *                                            REPORT
      *                                       03 = OVERRIDE NOT PENDING
      *                                       04 = BAD FIELD VALUES
      *                                       05 = OVER THE AUTHORITY
      *                                            LIMIT - AWAITING A
      *                                            SECOND APPROVER
      *                                       06 = NO UW LEVEL ON FILE
      *                                            FOR THE OPERATOR
      *                                       07 = APPROVER IS THE
      *                                            UNDERWRITER
      *                                       08 = APPROVER FAILS THE
      *                                            SECURITY CHECK OR
      *                                            LACKS THE AUTHORITY
      *                                       12 = SQL ERROR
      *                                       20 = ('Q') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  UO-UW-LEVEL             PIC X(2)  VALUE SPACES.
               10  UO-LIMIT-AMT            PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
               10  UO-LIMIT-LIVES          PIC 9(7)  VALUE ZERO.
               10  UO-OVERRIDES-LISTED     PIC 9(5)  VALUE ZERO.
