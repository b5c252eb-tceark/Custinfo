      ***************************************
      *  COMPLAINT AND GRIEVANCE LOG COMMUNICATION AREA
      *  PROGRAM:         COMPLOG
      *  COPYBOOK NAME:   COMPLOGC
      *  'A' LOGS A COMPLAINT AGAINST A CASE, A MEMBER OR A BROKER
      *  AND RETURNS ITS RESPONSE DUE DATE FROM THE STATE'S
      *  PROGRAM_RULES ROW; 'R' RECORDS THE RESOLUTION (BOTH UNDER
      *  THE 'COMPLOG' SECCHECK RESOURCE).  THE NIGHTLY 'E' RUN
      *  ESCALATES OPEN COMPLAINTS AS THE DUE DATE NEARS AND PASSES
      *  AND LISTS THEM TO THE CMPE TDQ.  'Q' IS THE QUARTERLY
      *  MARKET-CONDUCT REPORT BY STATE AND CATEGORY ON THE CMPR TDQ.
      ***************************************
           05  CL-COMPLAINT-COMM-AREA.
               10  CL-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       A = LOG A COMPLAINT
      *                                       R = RESOLVE A COMPLAINT
      *                                       E = ESCALATION RUN (BATCH)
      *                                       Q = QUARTERLY REPORT
      *                                           (BATCH)
               10  CL-COMPLAINT-ID         PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       RETURNED BY 'A', GIVEN
      *                                       TO 'R'
               10  CL-PARTY-TYPE           PIC X(1)  VALUE SPACE.
      *                                       'A' - C = CASE
      *                                             M = MEMBER
      *                                             B = BROKER
               10  CL-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  CL-EMP-NUM              PIC 9(5)  VALUE ZERO.
               10  CL-BROKER-ID            PIC X(9)  VALUE SPACES.
               10  CL-STATE-CODE           PIC X(2)  VALUE SPACES.
      *                                       'A' - SPACES = THE
      *                                       PARTY'S STATE ON FILE
               10  CL-CATEGORY             PIC X(3)  VALUE SPACES.
               10  CL-SOURCE               PIC X(1)  VALUE SPACE.
      *                                       P = PHONE
      *                                       M = MAIL OR EMAIL
      *                                       D = DOI REFERRAL
               10  CL-DOI-FILE-NUM         PIC X(20) VALUE SPACES.
      *                                       REQUIRED FOR SOURCE 'D'
               10  CL-RECEIVED-DATE        PIC X(10) VALUE SPACES.
      *                                       CCYY-MM-DD, SPACES =
      *                                       TODAY
               10  CL-DESCRIPTION          PIC X(60) VALUE SPACES.
               10  CL-RESOLUTION-CODE      PIC X(1)  VALUE SPACE.
      *                                       'R' - J/N/C/W
               10  CL-RESOLUTION-TEXT      PIC X(60) VALUE SPACES.
               10  CL-REPORT-QUARTER       PIC X(5)  VALUE SPACES.
      *                                       'Q' - CCYYQ, SPACES =
      *                                       LAST QUARTER
               10  CL-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  CL-DUE-DATE             PIC X(10) VALUE SPACES.
      *                                       RETURNED BY 'A'
               10  CL-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING TO ESCALATE
      *                                            OR NO COMPLAINTS IN
      *                                            THE QUARTER
      *                                       03 = CASE, MEMBER OR
      *                                            BROKER NOT ON FILE
      *                                       04 = INVALID PARTY TYPE,
      *                                            CATEGORY, SOURCE OR
      *                                            DATE, OR NO STATE
      *                                       05 = DOI REFERRAL WITHOUT
      *                                            A DOI FILE NUMBER
      *                                       06 = COMPLAINT NOT ON FILE
      *                                            OR ALREADY RESOLVED
      *                                       07 = INVALID RESOLUTION
      *                                            CODE OR NO TEXT
      *                                       08 = NOT AUTHORIZED
      *                                       09 = INVALID QUARTER
      *                                       12 = SQL ERROR
      *                                       20 = ('E'/'Q') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CL-NEWLY-WARNED         PIC 9(5)  VALUE ZERO.
               10  CL-NEWLY-OVERDUE        PIC 9(5)  VALUE ZERO.
               10  CL-QUARTER-COMPLAINTS   PIC 9(5)  VALUE ZERO.
