      ***************************************
      *  ACA VARIABLE-HOUR MEASUREMENT COMMUNICATION AREA
      *  PROGRAM:         ACAVHRS
      *  COPYBOOK NAME:   ACAVHRSC
      *  THE EMPLOYER'S PAYROLL HOURS FILE IS STAGED TO HOURS_STAGE,
      *  PROVED THROUGH FILECTL (FILE TYPE 'HOURS   ') AND APPLIED
      *  PER CASE ('H') ONTO EMPLOYEE_HOURS.  THE MEASUREMENT RUN
      *  ('M') AVERAGES EACH VARIABLE-HOUR OR SEASONAL EMPLOYEE'S
      *  (POSITION_TYPE 'V' OR 'S') HOURS OVER THE CASE'S STANDARD
      *  MEASUREMENT PERIOD - OR A NEW HIRE'S INITIAL PERIOD - AND
      *  SETS THE STABILITY-PERIOD RESULT ON ACA_MEASUREMENT.  A
      *  FULL-TIME RESULT GOES ON THE OFFERS-DUE WORKLIST ('W', THE
      *  ACAW TDQ) UNTIL THE OFFER IS RECORDED ('O').  'P' KEEPS THE
      *  CASE'S PERIODS ON ACA_CASE_PARM, AND WHETHER THE CASE IS AN
      *  APPLICABLE LARGE EMPLOYER THAT FILES 1094-C/1095-C.
      ***************************************
           05  AV-ACA-COMM-AREA.
               10  AV-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       P = KEEP THE CASE'S
      *                                           MEASUREMENT PERIODS
      *                                       H = APPLY ONE CASE'S
      *                                           STAGED HOURS (BATCH)
      *                                       M = MEASUREMENT RUN
      *                                           (BATCH)
      *                                       W = OFFERS-DUE WORKLIST
      *                                       O = RECORD AN OFFER MADE
               10  AV-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       'W' - SPACES = ALL CASES
               10  AV-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
               10  AV-MEASURE-END-DT       PIC X(10) VALUE SPACES.
      *                                       'O' - WITH THE CASE AND
      *                                       EMPLOYEE, THE PERIOD
      *                                       THE OFFER ANSWERS
               10  AV-MEASURE-MONTHS       PIC 9(2)  VALUE ZERO.
               10  AV-MEASURE-END-MMDD     PIC X(4)  VALUE SPACES.
               10  AV-ADMIN-DAYS           PIC 9(3)  VALUE ZERO.
               10  AV-STABILITY-MONTHS     PIC 9(2)  VALUE ZERO.
               10  AV-FT-MONTHLY-HOURS     PIC 9(3)V99 VALUE ZERO.
      *                                       'P' - ZERO = 130
               10  AV-ALE-IND              PIC X(1)  VALUE SPACE.
      *                                       'P' - Y = APPLICABLE LARGE
      *                                       EMPLOYER, SPACE = N
               10  AV-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  AV-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE, MEASUREMENT OR
      *                                            OFFER NOT FOUND /
      *                                            NOTHING STAGED
      *                                       04 = BAD FIELD VALUES
      *                                            ('P') OR SOME ROWS
      *                                            REJECTED ('H')
      *                                       08 = HOURS FILE HELD OR
      *                                            NOT VERIFIED
      *                                       12 = SQL ERROR - 'M' MAY
      *                                            BE RERUN TO RESUME
      *                                       20 = ('H'/'M') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  AV-ROWS-APPLIED         PIC 9(5)  VALUE ZERO.
               10  AV-ROWS-REJECTED        PIC 9(5)  VALUE ZERO.
               10  AV-EMPS-MEASURED        PIC 9(7)  VALUE ZERO.
               10  AV-NEW-FULL-TIME        PIC 9(5)  VALUE ZERO.
               10  AV-OFFERS-LISTED        PIC 9(5)  VALUE ZERO.
