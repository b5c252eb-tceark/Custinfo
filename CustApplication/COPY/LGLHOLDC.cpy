      ***************************************
      *  LEGAL-HOLD REGISTRY COMMUNICATION AREA
      *  PROGRAM:         LGLHOLD
      *  COPYBOOK NAME:   LGLHOLDC
      *  KEEPS THE LEGAL_HOLD TABLE OF LITIGATION AND REGULATORY-EXAM
      *  HOLDS ON A CASE, IDENTITY OR BROKER.  ADD AND RELEASE ARE
      *  GATED BY THE 'LGLHOLD' SECCHECK RESOURCE.  'C' IS CALLED BY
      *  EVERY ARCHIVE, PURGE AND MERGE PROGRAM BEFORE IT TOUCHES A
      *  RECORD; A HELD RECORD IS SKIPPED AND WRITTEN TO THE LGHX
      *  EXCEPTION REPORT.
      ***************************************
           05  LH-LEGAL-HOLD-COMM-AREA.
               10  LH-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       A = ADD A HOLD
      *                                       X = RELEASE A HOLD
      *                                       C = CHECK FOR AN ACTIVE
      *                                           HOLD
      *                                       W = WRITE LH-EXCEPTION-
      *                                           TEXT TO LGHX
      *                                       L = LIST ACTIVE HOLDS TO
      *                                           THE LGHL TDQ
               10  LH-HOLD-ID              PIC S9(9) COMP VALUE ZERO.
      *                                       'A' RETURNED, 'X' INPUT
               10  LH-MATTER-NUM           PIC X(12) VALUE SPACES.
               10  LH-HOLD-TYPE            PIC X(1)  VALUE SPACE.
      *                                       L = LITIGATION
      *                                       R = REGULATORY EXAM
               10  LH-SCOPE-TYPE           PIC X(1)  VALUE SPACE.
      *                                       C = CASE NUMBER
      *                                       I = IDENTITY
      *                                       B = BROKER ID
               10  LH-SCOPE-KEY            PIC X(9)  VALUE SPACES.
               10  LH-START-DATE           PIC X(10) VALUE SPACES.
      *                                       SPACES = TODAY
               10  LH-ATTORNEY-NAME        PIC X(30) VALUE SPACES.
               10  LH-HOLD-NOTE            PIC X(60) VALUE SPACES.
               10  LH-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  LH-CHK-CASE-NUM         PIC X(6)  VALUE SPACES.
               10  LH-CHK-IDNTITY          PIC X(8)  VALUE SPACES.
      *                                       ALSO MATCHES A HOLD ON
      *                                       A BROKER OR CASE THIS
      *                                       IDENTITY OWNS
               10  LH-CHK-BROKER-ID        PIC X(9)  VALUE SPACES.
      *                                       'C': ANY NON-BLANK KEY IS
      *                                       CHECKED
               10  LH-SOURCE-PROGRAM       PIC X(8)  VALUE SPACES.
      *                                       'C': WHEN GIVEN, A HELD
      *                                       RECORD IS ALSO WRITTEN TO
      *                                       LGHX UNDER THIS NAME
               10  LH-EXCEPTION-TEXT       PIC X(40) VALUE SPACES.
               10  LH-HELD-IND             PIC X(1)  VALUE 'N'.
      *                                       'C': Y = UNDER AN ACTIVE
      *                                            HOLD - DO NOT
      *                                            ARCHIVE, PURGE OR
      *                                            MERGE
               10  LH-HELD-MATTER          PIC X(12) VALUE SPACES.
               10  LH-HOLDS-LISTED         PIC 9(5)  VALUE ZERO.
               10  LH-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = HOLD NOT ON FILE OR
      *                                            ALREADY RELEASED
      *                                       03 = NOT AUTHORIZED
      *                                       04 = REQUIRED FIELD
      *                                            MISSING OR INVALID
      *                                       12 = SQL ERROR
