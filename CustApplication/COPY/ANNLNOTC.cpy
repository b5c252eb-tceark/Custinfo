      ***************************************
      *  ANNUAL REGULATORY NOTICE COMMUNICATION AREA
      *  PROGRAM:         ANNLNOTE
      *  COPYBOOK NAME:   ANNLNOTC
      *  THE FALL 'X' RUN MAILS THE YEAR'S PRIVACY NOTICE TO EVERY
      *  ACTIVE MEMBER WITH COVERAGE IN FORCE AND THE PART D
      *  CREDITABLE OR NON-CREDITABLE COVERAGE NOTICE TO EACH
      *  MEDICARE-ELIGIBLE ONE, THROUGH CORRGEN, RECORDING EACH ON
      *  ANNUAL_NOTICE.  A MEMBER ALREADY MAILED FOR THE YEAR IS
      *  SKIPPED, SO THE RUN CAN BE REPEATED TO PICK UP FAILURES.
      *  'R' PROVES THE MAILING: EVERY MEMBER STILL IN THE AUDIENCE
      *  WITH NO NOTICE, OR ONE MAILED AFTER THE DEADLINE, IS LISTED
      *  TO THE ANOT TDQ.
      ***************************************
           05  AN-NOTICE-COMM-AREA.
               10  AN-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       X = MAILING RUN (BATCH)
      *                                       R = PROOF-OF-MAILING
      *                                           REPORT (BATCH)
               10  AN-NOTICE-YEAR          PIC X(4)  VALUE SPACES.
      *                                       CCYY - SPACES = THIS YEAR
               10  AN-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = 'R' - MEMBERS NOT
      *                                            MAILED BY THE
      *                                            DEADLINE
      *                                       04 = NOTICE YEAR NOT
      *                                            NUMERIC
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  AN-DEADLINE-DATE        PIC X(10) VALUE SPACES.
      *                                       RETURNED - THE YEAR'S
      *                                       MAILING DEADLINE
               10  AN-MEMBERS-READ         PIC 9(7)  VALUE ZERO.
               10  AN-PRIVACY-MAILED       PIC 9(7)  VALUE ZERO.
               10  AN-CREDITABLE-MAILED    PIC 9(7)  VALUE ZERO.
               10  AN-NONCRED-MAILED       PIC 9(7)  VALUE ZERO.
               10  AN-LETTERS-FAILED       PIC 9(7)  VALUE ZERO.
      *                                       'X' - CORRGEN REFUSED;
      *                                       NOT RECORDED, THE NEXT
      *                                       RUN TRIES AGAIN
               10  AN-NOT-MAILED           PIC 9(7)  VALUE ZERO.
               10  AN-MAILED-LATE          PIC 9(7)  VALUE ZERO.
      *                                       'R' - NOTICES OWED BUT
      *                                       NOT ON FILE / MAILED
      *                                       AFTER THE DEADLINE
