      ***************************************
      *  BROKER CONTRACT TERMINATION COMMUNICATION AREA
      *  PROGRAM:         BRKTERM
      *  COPYBOOK NAME:   BRKTERMC
      *  BRKTERM ENDS A BROKER CONTRACT: THE BROKER ROW IS ENDED,
      *  APPTCHK STOPS NEW BUSINESS ON THE AGENT AT ONCE, EVERY CASE
      *  ON THE BOOK IS LISTED TO THE BRKT TDQ AND TERMINATION
      *  LETTERS GO OUT THROUGH CORRGEN.  COMMDISB PAYS THE BOOK AT
      *  THE VESTED PERCENTAGE UNTIL VESTING_END_DATE, AND THE BOOK
      *  SWEEP THEN MOVES IT TO THE SUCCESSOR BROKER OR THE HOUSE
      *  ACCOUNT THROUGH BORCHG.
      ***************************************
           05  BT-BRKTERM-COMM-AREA.
               10  BT-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       L = LIST THE BOOK
      *                                           (PREVIEW ONLY)
      *                                       T = TERMINATE THE
      *                                           CONTRACT
      *                                       M = MOVE EVERY BOOK WHOSE
      *                                           VESTING HAS ENDED
      *                                           (NIGHTLY SWEEP)
               10  BT-BROKER-ID            PIC X(9)  VALUE SPACES.
      *                                       FUNCTIONS 'L' AND 'T'
               10  BT-TERM-DATE            PIC X(10) VALUE SPACES.
      *                                       SPACES = TODAY
               10  BT-CARR-STATUS-CODE     PIC X(2)  VALUE SPACES.
      *                                       SPACES = 'TM'
               10  BT-VESTING-PERCENT      PIC S9(3)V9(1) COMP-3
                                                     VALUE ZERO.
      *                                       ZERO = KEEP THE BROKER
      *                                       ROW'S VESTING_PERCENT
               10  BT-VESTING-END-DATE     PIC X(10) VALUE SPACES.
      *                                       SPACES = KEEP THE BROKER
      *                                       ROW'S VESTING_END_DATE;
      *                                       NONE ON FILE = THE TERM
      *                                       DATE (NO VESTED TAIL)
               10  BT-SUCCESSOR-BROKER-ID  PIC X(9)  VALUE SPACES.
      *                                       SPACES = HOUSE ACCOUNT
               10  BT-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  BT-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  BT-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = BROKER NOT ON FILE
      *                                       03 = CONTRACT ALREADY
      *                                            TERMINATED
      *                                       04 = SUCCESSOR BROKER NOT
      *                                            ON FILE
      *                                       05 = NO HOUSE ACCOUNT -
      *                                            BOOK LEFT IN PLACE
      *                                       12 = SQL ERROR - BACKED
      *                                            OUT
      *                                       20 = ('M') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  BT-CASES-AFFECTED       PIC 9(5)  VALUE ZERO.
               10  BT-LETTERS-SENT         PIC 9(5)  VALUE ZERO.
               10  BT-BOOKS-MOVED          PIC 9(5)  VALUE ZERO.
