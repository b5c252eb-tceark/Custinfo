      ***************************************
      *  SUMMARY OF BENEFITS AND COVERAGE COMMUNICATION AREA
      *  PROGRAM:         SBCGEN
      *  COPYBOOK NAME:   SBCGENC
      *  SBCGEN BUILDS THE FEDERALLY FORMATTED SBC FOR EACH PLAN ON A
      *  CASE FROM THE CASE_MASTER PLAN DESIGN AND THE PLANCODE
      *  DESCRIPTION, PRINTS IT TO THE SBCP TDQ, AND KEEPS EVERY
      *  ISSUED VERSION ON SBC_ISSUE/SBC_LINE FOR REPRINTING.
      *  RENWPKT ISSUES ONE WITH EACH RENEWAL PACKET; NA340 ASKS FOR
      *  ONE WHENEVER A CASE IS SAVED, AND ONE IS ISSUED ONLY IF THE
      *  DESIGN HAS CHANGED SINCE THE LAST VERSION.
      ***************************************
           05  SB-SBC-COMM-AREA.
               10  SB-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       G = GENERATE A NEW
      *                                           VERSION
      *                                       C = GENERATE ONLY WHERE
      *                                           THE DESIGN CHANGED
      *                                           SINCE THE LAST ONE
      *                                       P = REPRINT A VERSION
               10  SB-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  SB-CASE-IDNTITY         PIC X(8)  VALUE SPACES.
      *                                       EITHER KEY; THE OTHER IS
      *                                       RETURNED
               10  SB-PLAN-CODE            PIC X(2)  VALUE SPACES.
      *                                       'G', 'C': SPACES = EVERY
      *                                       PLAN ON THE CASE
      *                                       'P': REQUIRED
               10  SB-VERSION-NUM          PIC S9(4) COMP VALUE ZERO.
      *                                       'P': ZERO = LATEST
               10  SB-ISSUE-REASON         PIC X(1)  VALUE SPACE.
      *                                       R = RENEWAL
      *                                       D = PLAN-DESIGN CHANGE
      *                                       M = REQUESTED BY HAND
               10  SB-PERIOD-START         PIC X(10) VALUE SPACES.
      *                                       SPACES = THE CURRENT PLAN
      *                                       YEAR FROM THE ANNIVERSARY
               10  SB-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  SB-SOURCE-PROGRAM       PIC X(8)  VALUE SPACES.
               10  SB-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE NOT ON FILE OR
      *                                            NO ACTIVE PLAN
      *                                       03 = 'P': VERSION NOT ON
      *                                            FILE
      *                                       04 = 'C': NO DESIGN
      *                                            CHANGE - NONE ISSUED
      *                                       05 = REQUIRED FIELD
      *                                            MISSING OR INVALID
      *                                       12 = SQL ERROR
               10  SB-SBCS-ISSUED          PIC 9(3)  VALUE ZERO.
               10  SB-LINES-WRITTEN        PIC 9(5)  VALUE ZERO.
