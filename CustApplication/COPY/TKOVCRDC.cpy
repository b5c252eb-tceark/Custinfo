      ***************************************
      *  TAKEOVER CREDIT MAINTENANCE COMMUNICATION AREA
      *  PROGRAM:         TKOVCRED
      *  COPYBOOK NAME:   TKOVCRDC
      *  THE NA330A AND NA340A PANELS LINK TKOVCRED TO SEED AND KEEP
      *  THE NO-LOSS/NO-GAIN CREDIT EACH MEMBER OF A TAKEOVER CASE
      *  CARRIES FROM THE PRIOR CARRIER: WAITING MONTHS SERVED,
      *  PRE-EXISTING CREDIT MONTHS, DEDUCTIBLE AND OUT-OF-POCKET
      *  MET.  THE LIST FUNCTION FEEDS THE PANEL FROM THE TKCL TDQ.
      ***************************************
           05  TK-CREDIT-COMM-AREA.
               10  TK-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       S = SEED CREDITS FOR THE
      *                                           CASE (OR ONE EMPLOYEE)
      *                                       U = UPDATE ONE CREDIT
      *                                       V = VOID ONE CREDIT
      *                                       L = LIST AN EMPLOYEE'S
      *                                           CREDITS
               10  TK-CASE-IDNTITY         PIC X(8)  VALUE SPACES.
               10  TK-EMP-NUM              PIC 9(5)  VALUE ZERO.
      *                                       ZERO ON 'S' = EVERY
      *                                       EMPLOYEE ON THE CASE
               10  TK-COVERAGE-TYPE        PIC X(8)  VALUE SPACES.
      *                                       KEY FOR 'U' AND 'V'
               10  TK-PRIOR-EFF-DATE       PIC X(10) VALUE SPACES.
               10  TK-WAIT-SERVED          PIC 9(3)  VALUE ZERO.
               10  TK-PREEX-MONTHS         PIC 9(3)  VALUE ZERO.
               10  TK-DEDUCT-MET           PIC S9(7)V99 COMP-3
                                                     VALUE ZERO.
               10  TK-OOP-MET              PIC S9(7)V99 COMP-3
                                                     VALUE ZERO.
               10  TK-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  TK-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING FOUND / NO
      *                                            TAKEOVER LINE ON THE
      *                                            CASE
      *                                       04 = BAD FIELD VALUES
      *                                       12 = SQL ERROR
               10  TK-CREDITS-SEEDED       PIC 9(5)  VALUE ZERO.
               10  TK-RECORDS-LISTED       PIC 9(3)  VALUE ZERO.
