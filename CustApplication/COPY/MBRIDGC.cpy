      ***************************************
      *  MEMBER ID ASSIGNMENT COMMUNICATION AREA
      *  PROGRAM:         MBRIDGEN
      *  COPYBOOK NAME:   MBRIDGC
      *  MBRIDGEN OWNS THE SYSTEM-ASSIGNED MEMBER ID CARRIED ON THE
      *  ID CARD, THE 834, THE PCS FEED AND THE CERTIFICATE IN PLACE
      *  OF THE SSN: 'M', NINE DIGITS FROM MEMBER_ID_SEQ AND A MOD-10
      *  CHECK DIGIT, HELD ON MEMBER_ID_XREF.  'A' RETURNS A
      *  MEMBER'S ID, ASSIGNING ONE THE FIRST TIME; 'V' PROVES A
      *  KEYED ID'S CHECK DIGIT; 'N' AND 'C' SWEEP THE ACTIVE BOOK
      *  FOR MEMBERS WITHOUT ONE, 'C' ALSO REISSUING THE ID CARD OF
      *  EVERY CARDED EMPLOYEE IT ASSIGNS (HCARD, REASON 'I').
      ***************************************
           05  MI-MBRIDGEN-COMM-AREA.
               10  MI-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       A = RETURN (OR ASSIGN)
      *                                           ONE MEMBER'S ID
      *                                       V = VALIDATE A KEYED ID
      *                                       N = NIGHTLY SWEEP
      *                                       C = ONE-TIME CONVERSION
      *                                           WITH CARD REISSUE
               10  MI-IDNTITY              PIC X(8)  VALUE SPACES.
               10  MI-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  MI-EMP-NUM              PIC S9(5) COMP-3
                                                     VALUE ZERO.
               10  MI-DEP-NUM              PIC S9(3) COMP-3
                                                     VALUE ZERO.
      *                                       FUNCTION 'A' - ZERO
      *                                       DEP-NUM IS THE EMPLOYEE
               10  MI-MEMBER-ID            PIC X(11) VALUE SPACES.
      *                                       RETURNED BY 'A', PASSED
      *                                       TO 'V'
               10  MI-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  MI-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = ('A') MEMBER NOT ON
      *                                            FILE
      *                                       06 = ('A') KEY MISSING OR
      *                                            ('V') THE ID FAILS
      *                                            ITS CHECK DIGIT
      *                                       12 = SQL OR LINK ERROR -
      *                                            ('N'/'C')
      *                                            CHECKPOINTED MEMBERS
      *                                            STAND AND THE RERUN
      *                                            RESUMES
      *                                       20 = ('N'/'C') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  MI-IDS-ASSIGNED         PIC 9(7)  VALUE ZERO.
               10  MI-CARDS-REISSUED       PIC 9(7)  VALUE ZERO.
