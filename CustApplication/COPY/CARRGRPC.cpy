      ***************************************
      *  CARRIER GROUP-NUMBER CROSS-REFERENCE COMMUNICATION AREA
      *  PROGRAM:         CARRGRP
      *  COPYBOOK NAME:   CARRGRPC
      *  CARRIERS ASSIGN THEIR OWN GROUP/POLICY NUMBER TO EACH CASE
      *  AND RENUMBER AT RENEWAL.  'A' WORKS THE STAGED ASSIGNMENT
      *  FILE ROWS; 'K' IS THE CASE DESK KEYING ONE NUMBER FROM A
      *  CARRIER LETTER (THE 'CARRGRP' SECCHECK RESOURCE).  EITHER
      *  WAY THE PRIOR NUMBER IS ENDED ON CARRIER_GROUP_XREF, THE
      *  NEW ONE OPENED, AND CASE_MASTER CARRIES THE CURRENT ONE.
      ***************************************
           05  CX-GROUP-COMM-AREA.
               10  CX-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       A = WORK THE STAGED
      *                                           ASSIGNMENT ROWS
      *                                       K = KEY ONE NUMBER
               10  CX-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       'K'
               10  CX-CARRIER-CODE         PIC X(2)  VALUE SPACES.
      *                                       'K' - SPACES = THE CASE'S
      *                                             CARRIER
               10  CX-CARRIER-GROUP-NUM    PIC X(20) VALUE SPACES.
      *                                       'K'
               10  CX-INSURER-POLICY-NUM   PIC X(10) VALUE SPACES.
      *                                       'K' - OPTIONAL
               10  CX-EFF-DATE             PIC X(10) VALUE SPACES.
      *                                       'K' - ISO, SPACES = TODAY
               10  CX-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  CX-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING TO WORK
      *                                       03 = CASE NOT ON FILE
      *                                       04 = UNMATCHED ROWS ON THE
      *                                            CGRE WORKLIST /
      *                                            CARRIER NOT ON CASE
      *                                       05 = NO GROUP NUMBER OR
      *                                            BAD EFFECTIVE DATE
      *                                       08 = NOT AUTHORIZED
      *                                       12 = SQL ERROR
      *                                       20 = ('A') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CX-ROWS-WORKED          PIC 9(5)  VALUE ZERO.
               10  CX-NUMBERS-ASSIGNED     PIC 9(5)  VALUE ZERO.
               10  CX-NUMBERS-UNCHANGED    PIC 9(5)  VALUE ZERO.
               10  CX-ROWS-UNMATCHED       PIC 9(5)  VALUE ZERO.
