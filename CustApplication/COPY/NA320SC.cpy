      *  CELLULAR FIELDS, AND EMAIL AGAINST EMAIL1/EMAIL2 - ALL
      *  UNDER THE SAME SECCHECK CARRIER/SITE SCOPING THE NAME
      *  SEARCH RUNS UNDER.  HITS GO TO THE NA3S TDQ FOR THE PANEL.
      *  THE CARRIER GROUP-NUMBER PATH MATCHES ANY NUMBER A CASE HAS
      *  EVER HAD ON CARRIER_GROUP_XREF AS WELL AS THE CASE_MASTER
      *  CARRIER AND INSURER POLICY NUMBERS.  THE MEMBER ID PATH
      *  FINDS THE ONE PERSON HOLDING THE ID READ OFF AN ID CARD OR
      *  834 (MEMBER_ID_XREF) ONCE MBRIDGEN HAS PROVED ITS CHECK
      *  DIGIT, SO A MISKEYED ID IS TURNED BACK RATHER THAN MISSED.
      ***************************************
           05  NS-SEARCH-COMM-AREA.
               10  NS-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       S = SEARCH BY SSN
      *                                       P = SEARCH BY PHONE
      *                                       E = SEARCH BY EMAIL
      *                                       G = SEARCH BY CARRIER
      *                                           GROUP/POLICY NUMBER
      *                                       M = SEARCH BY MEMBER ID
               10  NS-SSN                  PIC X(9)  VALUE SPACES.
               10  NS-AREA-CODE            PIC X(3)  VALUE SPACES.
               10  NS-PHONE                PIC X(7)  VALUE SPACES.
      *                                       00 = SEARCH COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING FOUND
      *                                       06 = ('M') THE MEMBER ID
      *                                            FAILS ITS CHECK DIGIT
      *                                       08 = SECURITY CHECK FAILED
      *                                       12 = SQL ERROR
               10  NS-HITS-RETURNED        PIC 9(5)  VALUE ZERO.
               10  NS-CARRIER-GROUP-NUM    PIC X(20) VALUE SPACES.
      *                                       'G' ONLY
               10  NS-MEMBER-ID            PIC X(11) VALUE SPACES.
      *                                       'M' ONLY
