      ***************************************
      *  CASE ALERT COMMUNICATION AREA
      *  PROGRAM:         CASEALRT
      *  COPYBOOK NAME:   CASEALRC
      *  THE CASE SCREENS (NA320, NA330, NA340, NA340A) LINK HERE
      *  WHEN A CASE IS BROUGHT UP TO GET THE HIGHEST-SEVERITY ACTIVE
      *  CASE_ALERT AS A TWO-LINE BANNER, AND TO LOG THE OPERATOR'S
      *  ACKNOWLEDGEMENT OF A HIGH-SEVERITY ALERT TO AUDIT_COMM.
      *  ADD / CHANGE / EXPIRE OF ALERTS IS GATED BY THE 'CASEALRT'
      *  SECCHECK RESOURCE.
      ***************************************
           05  CAL-ALERT-COMM-AREA.
               10  CAL-FUNCTION-CODE       PIC X(1)  VALUE SPACE.
      *                                       B = BANNER FOR THE CASE
      *                                       K = ACKNOWLEDGE THE HIGH
      *                                           ALERT ON THE CASE
      *                                       A = ADD AN ALERT
      *                                       U = CHANGE AN ALERT
      *                                       X = EXPIRE AN ALERT
               10  CAL-CASE-IDNTITY        PIC X(8)  VALUE SPACES.
               10  CAL-CASE-NUM            PIC X(6)  VALUE SPACES.
               10  CAL-ALERT-ID            PIC S9(9)V COMP-3
                                                     VALUE ZERO.
               10  CAL-ALERT-CODE          PIC X(2)  VALUE SPACES.
               10  CAL-SEVERITY            PIC S9(1)V COMP-3
                                                     VALUE ZERO.
               10  CAL-INSTRUCTIONS        PIC X(70) VALUE SPACES.
               10  CAL-EFFECTIVE-DATE      PIC X(10) VALUE SPACES.
               10  CAL-EXPIRY-DATE         PIC X(10) VALUE SPACES.
      *                                       SPACES = OPEN-ENDED
               10  CAL-OPERATOR-INITIALS   PIC X(3)  VALUE SPACES.
               10  CAL-OPERATOR-LOGON      PIC X(8)  VALUE SPACES.
               10  CAL-ACK-REQUIRED        PIC X(1)  VALUE 'N'.
                   88  CAL-ACK-IS-REQUIRED           VALUE 'Y'.
               10  CAL-ALERT-COUNT         PIC 9(3)  VALUE ZERO.
               10  CAL-BANNER-LINE         PIC X(38) OCCURS 2 TIMES.
               10  CAL-RETURN-CODE         PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE NOT ON FILE OR
      *                                            NO ACTIVE ALERT
      *                                       03 = OPERATOR FAILS THE
      *                                            SECURITY CHECK
      *                                       04 = INVALID ALERT CODE,
      *                                            SEVERITY OR DATES
      *                                       05 = ALERT NOT ON FILE
      *                                       12 = SQL ERROR
