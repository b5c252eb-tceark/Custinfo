      ***************************************
      *  TOBACCO-USE ATTESTATION COMMUNICATION AREA
      *  PROGRAM:         TOBATTST
      *  COPYBOOK NAME:   TOBATTSC
      *  TOBATTST RUNS THE ANNUAL TOBACCO-USE RE-ATTESTATION: IT
      *  SENDS THE FORM (CORRGEN) AHEAD OF EACH CASE ANNIVERSARY,
      *  RECORDS ANSWERS, DEFAULTS NON-RESPONDERS BY THE CARRIER/
      *  STATE PROGRAM_RULES, AND AT THE PLAN-YEAR START CARRIES THE
      *  ANSWER ONTO SMOKER_QUESTION WITH RATE_CHANGE_FLAG SO
      *  PREMRECL APPLIES OR REMOVES THE TOBACCO SURCHARGE.  A
      *  CESSATION-PROGRAM COMPLETION TAKES THE SURCHARGE OFF
      *  MID-YEAR.
      ***************************************
           05  TA-TOBACCO-COMM-AREA.
               10  TA-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       S = SEND FORMS FOR CASES
      *                                           INSIDE THE LEAD
      *                                           WINDOW
      *                                       R = RECORD AN ANSWER
      *                                       D = DEFAULT THE
      *                                           NON-RESPONDERS PAST
      *                                           THEIR DUE DATE
      *                                       A = APPLY ANSWERS AT THE
      *                                           PLAN-YEAR START
      *                                       C = RECORD A CESSATION-
      *                                           PROGRAM COMPLETION
               10  TA-LEAD-DAYS            PIC 9(3)  VALUE ZERO.
      *                                       'S': ZERO = 60-DAY DEFAULT
               10  TA-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       'S', 'D', 'A': SPACES =
      *                                       EVERY CASE
               10  TA-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
               10  TA-TOBACCO-USE-IND      PIC X(1)  VALUE SPACE.
      *                                       'R': Y = USER, N = NON-
      *                                       USER
               10  TA-EVENT-DATE           PIC X(10) VALUE SPACES.
      *                                       'R': DATE ANSWERED,
      *                                       'C': DATE COMPLETED;
      *                                       SPACES = TODAY
               10  TA-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  TA-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING TO WORK /
      *                                            MEMBER NOT ON FILE
      *                                       03 = NO ATTESTATION ON
      *                                            FILE FOR THE MEMBER
      *                                       04 = 'C': MEMBER IS NOT
      *                                            RATED AS A TOBACCO
      *                                            USER
      *                                       06 = REQUIRED FIELD
      *                                            MISSING OR INVALID
      *                                       12 = SQL ERROR
      *                                       20 = ('S'/'D'/'A') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  TA-CASES-SCANNED        PIC 9(5)  VALUE ZERO.
               10  TA-FORMS-SENT           PIC 9(5)  VALUE ZERO.
               10  TA-DEFAULTED            PIC 9(5)  VALUE ZERO.
               10  TA-APPLIED              PIC 9(5)  VALUE ZERO.
               10  TA-RATE-CHANGES         PIC 9(5)  VALUE ZERO.
      *                                       'A', 'R', 'C': MEMBERS
      *                                       FLAGGED FOR PREMRECL
