      ***************************************
      *  PRODUCT DISCONTINUANCE COMMUNICATION AREA
      *  PROGRAM:         PRODDISC
      *  COPYBOOK NAME:   PRODDSCC
      *  PRODDISC CARRIES A PRODUCT A CARRIER WITHDRAWS FROM A STATE
      *  FROM DECLARATION TO CLOSED BLOCK: IT LISTS EVERY AFFECTED
      *  CASE AND MEMBER, SENDS THE STATUTORY NOTICES THROUGH
      *  CORRGEN, RECORDS EACH CASE'S ANSWER TO THE REPLACEMENT
      *  OFFER, AND ON EACH ACCEPTING CASE'S PRODUCT_EFF_DATE
      *  ANNIVERSARY MOVES IT THROUGH OPENENRL ON THE PLAN-CODE
      *  CROSSWALK.  LISTINGS GO TO THE PDSC TDQ.  GATED BY THE
      *  'PRODDISC' SECCHECK RESOURCE.
      ***************************************
           05  DC-PRODDISC-COMM-AREA.
               10  DC-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       D = DECLARE THE
      *                                           DISCONTINUANCE
      *                                       X = SET ONE PLAN-CODE
      *                                           CROSSWALK ROW
      *                                       L = LIST THE AFFECTED
      *                                           CASES AND MEMBERS
      *                                       N = SEND THE NOTICES AND
      *                                           OPEN THE OFFERS
      *                                       R = RECORD ONE CASE'S
      *                                           ANSWER
      *                                       S = STATUS OF EVERY
      *                                           NOTICED CASE
      *                                       M = MIGRATE OR LAPSE
      *                                           EVERY CASE DUE
      *                                           (NIGHTLY SWEEP)
               10  DC-PRODUCT-LINE         PIC X(3)  VALUE SPACES.
               10  DC-PRODUCT-NUMBER       PIC X(4)  VALUE SPACES.
               10  DC-STATE-CD             PIC X(2)  VALUE SPACES.
      *                                       EVERY FUNCTION BUT 'M'
               10  DC-NOTICE-DAYS          PIC 9(3)  VALUE ZERO.
               10  DC-REPL-PRODUCT-LINE    PIC X(3)  VALUE SPACES.
               10  DC-REPL-PRODUCT-NUMBER  PIC X(4)  VALUE SPACES.
      *                                       FUNCTION 'D' - 90 OR 180
      *                                       DAYS AND THE PRODUCT
      *                                       OFFERED IN ITS PLACE
               10  DC-PROD-TYPE            PIC X(8)  VALUE SPACES.
               10  DC-OLD-PLAN-CODE        PIC X(2)  VALUE SPACES.
               10  DC-NEW-PLAN-CODE        PIC X(2)  VALUE SPACES.
      *                                       FUNCTION 'X'
               10  DC-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  DC-CASE-ANSWER          PIC X(1)  VALUE SPACE.
      *                                       FUNCTION 'R' -
      *                                       A = ACCEPTED THE
      *                                           REPLACEMENT
      *                                       E = MOVED ELSEWHERE
      *                                       L = LAPSED
               10  DC-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  DC-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  DC-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = DISCONTINUANCE NOT ON
      *                                            FILE, OR ('R') THE
      *                                            CASE WAS NOT NOTICED
      *                                       03 = NOT AUTHORIZED
      *                                       04 = ('D') ALREADY
      *                                            DECLARED
      *                                       05 = ('R') THE CASE HAS
      *                                            ALREADY MIGRATED OR
      *                                            ('M') SOME CASES DID
      *                                            NOT MOVE - LEFT
      *                                            ACCEPTED AND LISTED
      *                                            FOR THE NEXT SWEEP
      *                                       06 = REQUIRED FIELD
      *                                            MISSING OR INVALID,
      *                                            OR ('N') NO CROSSWALK
      *                                            ON FILE
      *                                       12 = SQL OR LINK ERROR -
      *                                            CHECKPOINTED CASES
      *                                            STAND AND THE RERUN
      *                                            RESUMES
      *                                       20 = ('M') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  DC-CASES-AFFECTED       PIC 9(5)  VALUE ZERO.
               10  DC-MEMBERS-AFFECTED     PIC 9(7)  VALUE ZERO.
               10  DC-NOTICES-SENT         PIC 9(7)  VALUE ZERO.
               10  DC-CASES-OPEN           PIC 9(5)  VALUE ZERO.
               10  DC-CASES-ACCEPTED       PIC 9(5)  VALUE ZERO.
               10  DC-CASES-MIGRATED       PIC 9(5)  VALUE ZERO.
               10  DC-CASES-ELSEWHERE      PIC 9(5)  VALUE ZERO.
               10  DC-CASES-LAPSED         PIC 9(5)  VALUE ZERO.
