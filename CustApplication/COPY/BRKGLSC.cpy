      ***************************************
      *  BREAK-GLASS ACCESS COMMUNICATION AREA
      *  PROGRAM:         BRKGLASS
      *  COPYBOOK NAME:   BRKGLSC
      *  BRKGLASS GIVES A USER PRE-AUTHORIZED BY THE 'BRKGLASS'
      *  SECCHECK RESOURCE A TIME-LIMITED ELEVATION OF ONE NAMED
      *  RESOURCE WHEN THE USUAL HOLDER IS OUT, AGAINST A REASON CODE
      *  AND A TICKET.  WHILE IT RUNS, SECCHECK GRANTS THAT RESOURCE
      *  TO THE USER AND TAGS EVERY GRANT 'BG' IN AUDIT_COMM; IT
      *  EXPIRES ON ITS OWN.  THE MORNING REVIEW LISTS EVERY FINISHED
      *  SESSION WITH ITS ACTIONS TO THE BGRV TDQ FOR SECURITY, WHO
      *  SIGN EACH ONE OFF UNDER THE 'BGREVIEW' RESOURCE.
      ***************************************
           05  BG-BRKGLASS-COMM-AREA.
               10  BG-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       O = OPEN AN ELEVATION
      *                                       C = CLOSE IT EARLY
      *                                       R = MORNING REVIEW
      *                                           REPORT
      *                                       S = SECURITY SIGN-OFF OF
      *                                           ONE SESSION
               10  BG-RESOURCE-NAME        PIC X(8)  VALUE SPACES.
      *                                       FUNCTIONS 'O' AND 'C'
               10  BG-REASON-CODE          PIC X(2)  VALUE SPACES.
                   88  BG-VALID-REASON              VALUE 'SA' 'HR'
                                                          'BF' 'PP'.
      *                                       SA = SUPERVISOR ABSENT
      *                                       HR = RELEASE A HELD
      *                                            REFUND
      *                                       BF = BILLING-CRITICAL
      *                                            FIELD FIX
      *                                       PP = PRODUCTION PROBLEM
               10  BG-TICKET-NUM           PIC X(12) VALUE SPACES.
               10  BG-MINUTES              PIC 9(3)  VALUE ZERO.
      *                                       FUNCTION 'O' - ZERO
      *                                       TAKES 60; NO MORE THAN
      *                                       THE PROGRAM_RULES 'MAX
      *                                       MINUTES' (DEFAULT 240)
               10  BG-SESSION-USERID       PIC X(8)  VALUE SPACES.
               10  BG-SESSION-TS           PIC X(26) VALUE SPACES.
      *                                       FUNCTION 'S' - THE
      *                                       SESSION SIGNED OFF.
      *                                       RETURNED BY 'O'
               10  BG-EXPIRE-TS            PIC X(26) VALUE SPACES.
      *                                       RETURNED BY 'O'
               10  BG-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  BG-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  BG-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = ('C') NO OPEN SESSION
      *                                            ON THE RESOURCE OR
      *                                            ('S') SESSION NOT ON
      *                                            FILE
      *                                       03 = NOT AUTHORIZED
      *                                       04 = ('O') A SESSION IS
      *                                            ALREADY OPEN ON THE
      *                                            RESOURCE OR ('S')
      *                                            ALREADY SIGNED OFF
      *                                       05 = ('S') SESSION STILL
      *                                            RUNNING
      *                                       06 = REQUIRED FIELD
      *                                            MISSING OR INVALID,
      *                                            OR ('S') THE REVIEWER
      *                                            IS THE SESSION USER
      *                                       12 = SQL ERROR
               10  BG-SESSIONS-LISTED      PIC 9(5)  VALUE ZERO.
               10  BG-ACTIONS-LISTED       PIC 9(7)  VALUE ZERO.
