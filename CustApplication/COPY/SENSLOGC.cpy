      ***************************************
      *  SENSITIVE-DATA ACCESS LOG COMMUNICATION AREA
      *  PROGRAM:         SENSLOG
      *  COPYBOOK NAME:   SENSLOGC
      *  EVERY INQUIRY THAT PUTS A MEMBER'S SSN, DATE OF BIRTH,
      *  BANKING FIELDS OR BALANCE ON A SCREEN LINKS SENSLOG 'L'
      *  ONCE THE DATA IS SHOWN, AND SENSITIVE_ACCESS_LOG GETS THE
      *  OPERATOR, TERMINAL, RECORD, FIELDS AND TIMESTAMP.  THE
      *  NIGHTLY 'R' RUN READS ONE DAY OF THE LOG AND FLAGS THE
      *  PATTERNS THE PRIVACY OFFICER ASKED FOR - FAMILY-NAME AND
      *  COWORKER LOOKUPS, BULK LOOKUPS OUTSIDE BUSINESS HOURS AND
      *  BULK LOOKUPS OVERALL - ON THE SENR TDQ.  A FAILED LOG
      *  WRITE COMES BACK 12 BUT NEVER STOPS THE INQUIRY.
      ***************************************
           05  SL-SENS-COMM-AREA.
               10  SL-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       L = LOG ONE DISPLAY
      *                                       R = ANOMALY REPORT (BATCH)
               10  SL-PROGRAM-ID           PIC X(8)  VALUE SPACES.
               10  SL-RECORD-KEY           PIC X(8)  VALUE SPACES.
      *                                       IDENTITY ON DISPLAY
               10  SL-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  SL-SUBJECT-LAST-NAME    PIC X(20) VALUE SPACES.
               10  SL-SUBJECT-FIRST-NAME   PIC X(15) VALUE SPACES.
               10  SL-FIELDS-SHOWN.
                   15  SL-SHOWN-SSN        PIC X(1)  VALUE 'N'.
                   15  SL-SHOWN-DOB        PIC X(1)  VALUE 'N'.
                   15  SL-SHOWN-BANKING    PIC X(1)  VALUE 'N'.
                   15  SL-SHOWN-BALANCE    PIC X(1)  VALUE 'N'.
               10  SL-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
      *                                       SPACES = THE CICS USERID
               10  SL-OPERATOR-NAME        PIC X(20) VALUE SPACES.
               10  SL-REPORT-DATE          PIC X(10) VALUE SPACES.
      *                                       FUNCTION 'R' - ISO DATE,
      *                                       SPACES = YESTERDAY
               10  SL-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO PROTECTED FIELD
      *                                            FLAGGED AS SHOWN
      *                                       12 = SQL ERROR
      *                                       20 = ('R') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  SL-ROWS-READ            PIC 9(7)  VALUE ZERO.
               10  SL-FLAGS-WRITTEN        PIC 9(5)  VALUE ZERO.
