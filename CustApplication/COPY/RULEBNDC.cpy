      ***************************************
      *  PROGRAM_RULES RELEASE BUNDLE COMMUNICATION AREA
      *  PROGRAM:         RULEBNDL
      *  COPYBOOK NAME:   RULEBNDC
      *  A RULE CHANGE THAT SPANS SEVERAL PROGRAM_RULES ROWS IS
      *  OPENED AS ONE BUNDLE UNDER ITS CHG_REQUEST_ID.  EACH RULE
      *  ADDED TO THE BUNDLE IS LOCKED (OUT_FOR_UPDATE) UNTIL THE
      *  BUNDLE IS PROMOTED OR THE RULE IS DROPPED.  THE NIGHTLY 'X'
      *  RUN PROMOTES EVERY CLOSED BUNDLE WHOSE RELEASE DATE HAS COME
      *  AS ONE UNIT; 'B' ROLLS A PROMOTED BUNDLE BACK IN ONE STEP.
      *  O/L/D/C NEED THE 'RULEBNDL' SECCHECK RESOURCE, B 'RULEPROM'.
      ***************************************
           05  RB-BUNDLE-COMM-AREA.
               10  RB-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       O = OPEN A BUNDLE
      *                                       L = ADD OR CHANGE ONE RULE
      *                                           IN THE BUNDLE AND
      *                                           LOCK IT
      *                                       D = DROP ONE RULE FROM THE
      *                                           BUNDLE AND UNLOCK IT
      *                                       C = CLOSE THE BUNDLE FOR
      *                                           RELEASE
      *                                       X = PROMOTE BUNDLES DUE
      *                                           (BATCH)
      *                                       B = ROLL A PROMOTED
      *                                           BUNDLE BACK
               10  RB-CHG-REQUEST-ID       PIC X(10) VALUE SPACES.
               10  RB-RELEASE-DATE         PIC X(10) VALUE SPACES.
      *                                       'O' - CCYY-MM-DD, TODAY OR
      *                                             LATER
               10  RB-BUNDLE-DESC          PIC X(60) VALUE SPACES.
      *                                       'O'
               10  RB-PROGRAM-ID           PIC X(8)  VALUE SPACES.
               10  RB-RULE                 PIC X(15) VALUE SPACES.
               10  RB-CARRIER              PIC X(2)  VALUE SPACES.
               10  RB-RULE-ENTITY          PIC X(10) VALUE SPACES.
               10  RB-RULE-QUALIFIER       PIC X(10) VALUE SPACES.
      *                                       'L' AND 'D' - THE RULE
               10  RB-RULE-VALUE           PIC X(15) VALUE SPACES.
      *                                       'L' - ITS NEW VALUE
               10  RB-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  RB-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = BUNDLE OR RULE NOT ON
      *                                            FILE, OR BUNDLE NOT
      *                                            IN THE RIGHT STATUS
      *                                       03 = INVALID REQUEST ID,
      *                                            RELEASE DATE OR RULE
      *                                       04 = BUNDLE HAS NO RULES
      *                                       05 = REQUEST ID ALREADY
      *                                            USED, OR THE RULE IS
      *                                            LOCKED BY ANOTHER
      *                                            BUNDLE
      *                                       06 = ROLLBACK REFUSED - A
      *                                            LATER CHANGE IS NOW
      *                                            CURRENT ON ONE OF THE
      *                                            BUNDLE'S RULES
      *                                       08 = NOT AUTHORIZED
      *                                       12 = SQL ERROR
      *                                       20 = ('X') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  RB-BUNDLES-PROMOTED     PIC 9(5)  VALUE ZERO.
               10  RB-ROWS-PROMOTED        PIC 9(7)  VALUE ZERO.
               10  RB-ROWS-RESTORED        PIC 9(7)  VALUE ZERO.
