      ***************************************
      *  MEMBER TERMINATION REVERSAL AND RESCISSION COMMUNICATION AREA
      *  PROGRAM:         MBRREVRS
      *  COPYBOOK NAME:   MBRREVRC
      *  MBRREVRS REVERSES A MEMBER TERMINATION KEYED IN ERROR -
      *  RESTORING COVERAGE, DEPENDENT AND BENEFICIARY ROWS AS OF
      *  THE TERM DATE, CANCELLING THE COBRA EVENT, BACKING OUT THE
      *  RETRO CREDIT AND FLAGGING THE MEMBER FOR A REINSTATEMENT
      *  834 - AND RESCINDS A MEMBER'S COVERAGE FOR MISREPRESENTATION
      *  AFTER THE THIRTY-DAY ADVANCE NOTICE, CREDITING PREMIUM BACK
      *  TO THE RESCISSION DATE.  EVERY FUNCTION IS GATED BY THE
      *  'MBRREVRS' SECCHECK RESOURCE AND LOGGED ON MEMBER_REVERSAL.
      ***************************************
           05  MR-MEMBER-REVERSAL-COMM-AREA.
               10  MR-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       R = REVERSE A TERMINATION
      *                                           KEYED IN ERROR
      *                                       N = GIVE RESCISSION NOTICE
      *                                       S = RESCIND - THE NOTICE
      *                                           PERIOD MUST HAVE RUN
      *                                       X = WITHDRAW A PENDING
      *                                           RESCISSION NOTICE
               10  MR-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  MR-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
               10  MR-RESCIND-DATE         PIC X(10) VALUE SPACES.
      *                                       'N': THE DATE COVERAGE IS
      *                                       RESCINDED BACK TO; SPACES
      *                                       = THE MEMBER'S EFFECTIVE
      *                                       DATE
               10  MR-REASON-TEXT          PIC X(60) VALUE SPACES.
      *                                       REQUIRED FOR 'N' AND 'R'
               10  MR-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  MR-REVERSAL-ID          PIC S9(9) COMP VALUE ZERO.
      *                                       RETURNED - THE LOG ROW
               10  MR-EARLIEST-DATE        PIC X(10) VALUE SPACES.
      *                                       'N', 'S': FIRST DAY THE
      *                                       RESCISSION MAY BE DONE
               10  MR-COVERAGE-ROWS        PIC 9(3)  VALUE ZERO.
               10  MR-DEPENDENT-ROWS       PIC 9(3)  VALUE ZERO.
               10  MR-BENE-ROWS            PIC 9(3)  VALUE ZERO.
               10  MR-CONT-ROWS            PIC 9(3)  VALUE ZERO.
               10  MR-PREMIUM-ADJ          PIC S9(7)V99 COMP-3
                                                     VALUE ZERO.
      *                                       'R': RETRO CREDIT BACKED
      *                                       OUT; 'S': PREMIUM CREDITED
      *                                       BACK ON THE NEXT BILL
               10  MR-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = MEMBER NOT ON FILE OR
      *                                            NOT IN THE RIGHT
      *                                            STATE (TERMED FOR
      *                                            'R', ACTIVE FOR 'N'
      *                                            AND 'S')
      *                                       03 = NOT AUTHORIZED
      *                                       04 = NO PENDING NOTICE, OR
      *                                            THE NOTICE PERIOD HAS
      *                                            NOT RUN
      *                                       05 = A RESCINDED OR
      *                                            TRANSFERRED MEMBER
      *                                            CANNOT BE REVERSED AS
      *                                            KEYED IN ERROR
      *                                       06 = REQUIRED FIELD
      *                                            MISSING OR INVALID,
      *                                            OR A NOTICE IS
      *                                            ALREADY PENDING
      *                                       12 = SQL OR LINK ERROR -
      *                                            NOTHING WAS CHANGED
