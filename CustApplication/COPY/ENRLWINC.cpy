      ***************************************
      *  OPEN-ENROLLMENT WINDOW COMMUNICATION AREA
      *  PROGRAM:         ENRLWIN
      *  COPYBOOK NAME:   ENRLWINC
      *  THE EMPLOYEE ADD/CHANGE EDITS PASS EACH COVERAGE ELECTION
      *  THROUGH 'E' BEFORE POSTING IT.  AN ELECTION INSIDE THE CASE'S
      *  OPENENROL_BEGIN_DT/OPENENROL_END_DT WINDOW, BY A NEW HIRE, OR
      *  ON A CASE'S INITIAL ENROLLMENT POSTS AS KEYED.  ANY OTHER IS
      *  A LATE ENTRANT: IT IS PENDED ON LATE_ENTRANT FOR UNDERWRITING
      *  AND THE CALLER MUST NOT POST IT.  UNDERWRITING APPROVES ('A'
      *  POSTS THE COVERAGE) OR DECLINES ('D').  'C' IS THE WINDOW
      *  CALENDAR OF CASES OPENING AND CLOSING AHEAD, ON THE OEWC TDQ.
      ***************************************
           05  EW-WINDOW-COMM-AREA.
               10  EW-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       E = EDIT ONE ELECTION
      *                                       A = UNDERWRITING APPROVES
      *                                           A LATE ENTRANT
      *                                       D = UNDERWRITING DECLINES
      *                                           A LATE ENTRANT
      *                                       C = WINDOW CALENDAR
      *                                           (BATCH)
               10  EW-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  EW-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
               10  EW-COV-TYPE             PIC X(8)  VALUE SPACES.
               10  EW-PLAN-CODE            PIC X(2)  VALUE SPACES.
               10  EW-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
      *                                       THE COVERAGE EFF_DATE
               10  EW-PREMIUM              PIC S9(5)V99 COMP-3
                                                     VALUE ZERO.
               10  EW-ELECTION-DATE        PIC X(10) VALUE SPACES.
      *                                       THE DATE THE ELECTION WAS
      *                                       MADE - SPACES = TODAY
               10  EW-HIRE-DATE            PIC X(10) VALUE SPACES.
      *                                       SPACES = TAKE HIRE_DATE
      *                                       OFF THE EMPLOYEE ROW
               10  EW-SOURCE-PROGRAM       PIC X(8)  VALUE SPACES.
               10  EW-LATE-ENTRANT-ID      PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       RETURNED BY 'E' WHEN
      *                                       PENDED, KEY FOR 'A'/'D'
               10  EW-REVIEW-NOTE          PIC X(40) VALUE SPACES.
      *                                       FUNCTIONS 'A' AND 'D'
               10  EW-LEAD-DAYS            PIC 9(3)  VALUE ZERO.
      *                                       FUNCTION 'C' - ZERO =
      *                                       60 DAYS
               10  EW-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  EW-WINDOW-RESULT        PIC X(1)  VALUE SPACE.
      *                                       FUNCTION 'E' -
      *                                       W = INSIDE THE WINDOW
      *                                       N = NEW HIRE
      *                                       I = INITIAL ENROLLMENT
      *                                       O = NO WINDOW ON FILE
      *                                       L = LATE ENTRANT - PENDED
               10  EW-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE -
      *                                            'E': POST THE
      *                                            ELECTION
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE OR LATE ENTRANT
      *                                            NOT FOUND / NOTHING
      *                                            ON THE CALENDAR
      *                                       03 = LATE ENTRANT NOT
      *                                            PENDING
      *                                       04 = BAD FIELD VALUES
      *                                       05 = LATE ENTRANT PENDED
      *                                            FOR UNDERWRITING -
      *                                            DO NOT POST
      *                                       08 = REVIEWER FAILS THE
      *                                            SECURITY CHECK
      *                                       12 = SQL ERROR
      *                                       20 = ('C') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  EW-CASES-LISTED         PIC 9(5)  VALUE ZERO.
