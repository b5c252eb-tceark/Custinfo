      ***************************************
      *  QUALIFYING LIFE EVENT COMMUNICATION AREA
      *  PROGRAM:         LIFEEVNT
      *  COPYBOOK NAME:   LIFEEVTC
      *  A MID-YEAR ENROLLMENT CHANGE FOR MARRIAGE, BIRTH, ADOPTION OR
      *  LOSS OF OTHER COVERAGE IS KEYED AS A LIFE EVENT ('E'), HELD
      *  TO ITS SPECIAL-ENROLLMENT WINDOW, AND ITS COVERAGE AND
      *  DEPENDENT CHANGES ARE PENDED ON IT ('P') UNTIL THE PROOF IS
      *  RECEIVED ('D' - THE 'LIFEEVNT' SECCHECK RESOURCE), WHEN THEY
      *  POST AS OF THE EVENT'S EFFECTIVE DATE.  'W' WITHDRAWS AN
      *  EVENT.  THE NIGHTLY 'X' RUN ESCALATES PROOF NOT RECEIVED.
      ***************************************
           05  LE-LIFE-EVENT-COMM-AREA.
               10  LE-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       E = ENTER AN EVENT
      *                                       P = PEND ONE CHANGE ON
      *                                           THE EVENT
      *                                       D = PROOF RECEIVED - POST
      *                                           THE CHANGES
      *                                       W = WITHDRAW AN EVENT
      *                                       X = ESCALATE OVERDUE
      *                                           PROOF (BATCH)
               10  LE-EVENT-ID             PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       RETURNED BY 'E', KEY FOR
      *                                       'P', 'D' AND 'W'
               10  LE-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  LE-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
               10  LE-EVENT-TYPE           PIC X(1)  VALUE SPACE.
      *                                       M = MARRIAGE
      *                                       B = BIRTH
      *                                       A = ADOPTION/PLACEMENT
      *                                       L = LOSS OF OTHER
      *                                           COVERAGE
      *                                       C = LOSS OF MEDICAID/CHIP
               10  LE-EVENT-DATE           PIC X(10) VALUE SPACES.
               10  LE-REQUEST-DATE         PIC X(10) VALUE SPACES.
      *                                       SPACES = TODAY
      *----------------------------------------------------------------
      *    FUNCTION 'P' - ONE CHANGE (SEE LIFE_EVENT_CHANGE).
      *----------------------------------------------------------------
               10  LE-CHANGE-TYPE          PIC X(1)  VALUE SPACE.
      *                                       C = ADD A COVERAGE
      *                                       T = TERM A COVERAGE
      *                                       D = ADD A DEPENDENT
      *                                       R = REMOVE A DEPENDENT
               10  LE-COV-TYPE             PIC X(8)  VALUE SPACES.
               10  LE-PLAN-CODE            PIC X(2)  VALUE SPACES.
               10  LE-PREMIUM              PIC S9(5)V99 COMP-3
                                                     VALUE ZERO.
               10  LE-DEP-NUM              PIC S9(3)V COMP-3
                                                     VALUE ZERO.
               10  LE-LAST-NAME            PIC X(20) VALUE SPACES.
               10  LE-FIRST-NAME           PIC X(15) VALUE SPACES.
               10  LE-RELATIONSHIP         PIC X(1)  VALUE SPACE.
               10  LE-SEX                  PIC X(1)  VALUE SPACE.
               10  LE-DATE-OF-BIRTH        PIC X(10) VALUE SPACES.
               10  LE-SSN                  PIC S9(9)V COMP-3
                                                     VALUE ZERO.
               10  LE-STUDENT-IND          PIC X(1)  VALUE SPACE.
               10  LE-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  LE-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE OR EMPLOYEE NOT
      *                                            ON FILE
      *                                       03 = EVENT NOT ON FILE OR
      *                                            NOT PENDING PROOF
      *                                       04 = MISSING OR INVALID
      *                                            EVENT OR CHANGE DATA
      *                                       05 = OUTSIDE THE SPECIAL-
      *                                            ENROLLMENT WINDOW -
      *                                            RECORDED, NOT PENDED
      *                                       06 = NO CHANGES PENDED ON
      *                                            THE EVENT
      *                                       07 = A CHANGE WOULD NOT
      *                                            POST - NOTHING POSTED
      *                                       08 = NOT AUTHORIZED
      *                                       12 = SQL ERROR
      *                                       20 = ('X') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
      *----------------------------------------------------------------
      *    RETURNED.
      *----------------------------------------------------------------
               10  LE-WINDOW-DAYS          PIC 9(3)  VALUE ZERO.
               10  LE-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
               10  LE-DOC-DUE-DATE         PIC X(10) VALUE SPACES.
               10  LE-CHANGE-RC            PIC X(2)  VALUE SPACES.
      *                                       'D' RETURN 07 - THE
      *                                       DEPMAINT RETURN CODE OF
      *                                       THE CHANGE THAT FAILED,
      *                                       OR 'CV' WHEN THE COVERAGE
      *                                       TO TERM IS NOT IN FORCE
               10  LE-CHANGE-SEQ           PIC 9(3)  VALUE ZERO.
      *                                       'P' - THE CHANGE PENDED;
      *                                       'D' RETURN 07 - THE
      *                                       CHANGE THAT FAILED
               10  LE-CHANGES-POSTED       PIC 9(3)  VALUE ZERO.
               10  LE-PREMIUM-CHANGE       PIC S9(5)V99 COMP-3
                                                     VALUE ZERO.
               10  LE-EVENTS-ESCALATED     PIC 9(5)  VALUE ZERO.
