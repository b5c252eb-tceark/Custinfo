      ***************************************
      *  ASSOCIATION MEMBERSHIP VERIFICATION COMMUNICATION AREA
      *  PROGRAM:         ASSOCVER
      *  COPYBOOK NAME:   ASSOCVEC
      *  ASSOCVER WORKS THE STAGED ASSOCIATION MEMBERSHIP ROSTERS
      *  (ASSOC_ROSTER_STAGE, PROVED THROUGH FILECTL AS FILE TYPE
      *  'ASSOCRST') AGAINST THE ASSOCIATION CASES ON CASE_MASTER.
      *  A MEMBER WE COVER IS MATCHED; A MEMBER WE DO NOT IS KEPT
      *  AS A MARKETING LEAD FOR AN ASSOCIATION AGENT; AN IN-FORCE
      *  CASE THE ROSTER NO LONGER CARRIES GETS THE GRACE-PERIOD
      *  NOTICE, AND IS TERMINATED WHEN THE GRACE RUNS OUT.
      ***************************************
           05  AV-ASSOCVER-COMM-AREA.
               10  AV-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       M = MATCH THE STAGED
      *                                           ROSTERS (BATCH)
      *                                       T = TERMINATE CASES WHOSE
      *                                           GRACE HAS RUN OUT
      *                                           (BATCH, NIGHTLY)
      *                                       X = CLEAR ONE CASE'S
      *                                           GRACE - MEMBERSHIP
      *                                           CONFIRMED BY THE DESK
      *                                       W = MARK ONE LEAD WORKED
               10  AV-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       FUNCTION 'X'
               10  AV-ASSOCIATION-ID       PIC X(6)  VALUE SPACES.
      *                                       FUNCTION 'W'
               10  AV-MEMBER-ID            PIC X(12) VALUE SPACES.
      *                                       FUNCTION 'W'
               10  AV-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  AV-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       03 = NO OPEN GRACE / NO
      *                                            OPEN LEAD FOR THE KEY
      *                                       08 = ROSTER FILE HELD OR
      *                                            NOT VERIFIED
      *                                       12 = SQL ERROR
      *                                       20 = ('M'/'T') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  AV-ROWS-READ            PIC 9(7)  VALUE ZERO.
               10  AV-MEMBERS-MATCHED      PIC 9(7)  VALUE ZERO.
               10  AV-LEADS-FOUND          PIC 9(7)  VALUE ZERO.
               10  AV-GRACE-NOTICES        PIC 9(5)  VALUE ZERO.
               10  AV-CASES-RESTORED       PIC 9(5)  VALUE ZERO.
               10  AV-CASES-TERMED         PIC 9(5)  VALUE ZERO.
