      ***************************************
      *  AUTHORIZED-CONTACT REGISTRY COMMUNICATION AREA
      *  PROGRAM:         CONTREG
      *  COPYBOOK NAME:   CONTREGC
      *  KEEPS THE CASE_CONTACT REGISTRY OF WHO AT AN EMPLOYER MAY
      *  DISCUSS BILLING, ENROLLMENT OR MEMBER DATA, AND LOGS EACH
      *  CALLER VERIFICATION TAKEN ON NA320 TO CALLER_VERIFY_LOG.
      *  ADD / CHANGE / TERM ARE GATED BY THE 'CONTREG' SECCHECK
      *  RESOURCE.
      ***************************************
           05  CTR-CONTACT-COMM-AREA.
               10  CTR-FUNCTION-CODE       PIC X(1)  VALUE SPACE.
      *                                       A = ADD A CONTACT
      *                                       U = CHANGE A CONTACT
      *                                       T = TERM A CONTACT
      *                                       L = LIST ACTIVE CONTACTS
      *                                       V = VERIFY A CALLER AND
      *                                           LOG THE CALL
      *                                       R = VERIFICATION LOG FOR
      *                                           A DATE RANGE TO THE
      *                                           CVLG TDQ
               10  CTR-CASE-IDNTITY        PIC X(8)  VALUE SPACES.
               10  CTR-CASE-NUM            PIC X(6)  VALUE SPACES.
      *                                       'R' WITH SPACES = ALL
      *                                       CASES
               10  CTR-CONTACT-SEQ         PIC S9(3)V COMP-3
                                                     VALUE ZERO.
      *                                       'V' WITH ZERO = CALLER
      *                                       NOT ON THE REGISTRY
               10  CTR-CONTACT-NAME        PIC X(30) VALUE SPACES.
      *                                       'V': NAME GIVEN BY A
      *                                       CALLER NOT ON FILE
               10  CTR-CONTACT-ROLE        PIC X(2)  VALUE SPACES.
               10  CTR-PHONE-NUM           PIC X(10) VALUE SPACES.
               10  CTR-PHONE-EXT           PIC X(5)  VALUE SPACES.
               10  CTR-EMAIL               PIC X(50) VALUE SPACES.
               10  CTR-AUTH-BILLING        PIC X(1)  VALUE 'N'.
               10  CTR-AUTH-ENROLL         PIC X(1)  VALUE 'N'.
               10  CTR-AUTH-MEMBER         PIC X(1)  VALUE 'N'.
               10  CTR-EFFECTIVE-DATE      PIC X(10) VALUE SPACES.
               10  CTR-QUESTIONS-PASSED    PIC X(4)  VALUE SPACES.
               10  CTR-TOPICS-DISCUSSED    PIC X(3)  VALUE SPACES.
               10  CTR-CALL-NOTE           PIC X(70) VALUE SPACES.
               10  CTR-FROM-DATE           PIC X(10) VALUE SPACES.
               10  CTR-THRU-DATE           PIC X(10) VALUE SPACES.
               10  CTR-OPERATOR-INITIALS   PIC X(3)  VALUE SPACES.
               10  CTR-OPERATOR-LOGON      PIC X(8)  VALUE SPACES.
               10  CTR-VERIFIED-IND        PIC X(1)  VALUE 'N'.
               10  CTR-TOPICS-DENIED       PIC X(3)  VALUE SPACES.
               10  CTR-CONTACT-COUNT       PIC 9(3)  VALUE ZERO.
               10  CTR-LIST-LINE           PIC X(38) OCCURS 4 TIMES.
               10  CTR-LOG-ROWS            PIC 9(5)  VALUE ZERO.
               10  CTR-RETURN-CODE         PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE -
      *                                            'V': VERIFIED, ALL
      *                                            TOPICS AUTHORIZED
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE NOT ON FILE
      *                                       03 = OPERATOR FAILS THE
      *                                            SECURITY CHECK
      *                                       04 = INVALID ROLE, PHONE,
      *                                            AUTHORIZATION, DATE,
      *                                            QUESTION OR TOPIC
      *                                       05 = CONTACT NOT ON FILE
      *                                       06 = CALLER NOT VERIFIED -
      *                                            NOTHING MAY BE
      *                                            DISCLOSED (LOGGED)
      *                                       07 = VERIFIED, BUT NOT
      *                                            AUTHORIZED FOR A
      *                                            TOPIC
      *                                            IN CTR-TOPICS-DENIED
      *                                            (LOGGED)
      *                                       12 = SQL ERROR
