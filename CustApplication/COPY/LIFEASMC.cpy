      ***************************************
      *  COVERED-LIFE ASSESSMENT COMMUNICATION AREA
      *  PROGRAM:         LIFEASMT
      *  COPYBOOK NAME:   LIFEASMC
      *  THE STATE PER-COVERED-LIFE ASSESSMENTS AND THE FEDERAL PCORI
      *  FEE.  'M' COUNTS THE LIVES - EMPLOYEES WITH HEALTH COVERAGE
      *  IN FORCE ON THE FIRST OF THE MONTH PLUS THEIR DEPENDENTS -
      *  BY CASE, PRICES EVERY ASSESSMENT TYPE PROGRAM_RULES CARRIES
      *  FOR THE CASE'S STATE AND CARRIER, KEEPS THE RESULT ON
      *  COVERED_LIFE_ASSESS AND BILLS THE PASS-THROUGH SHARE TO THE
      *  CASE THROUGH FEEBILL.  'F' PRINTS THE FILING SUMMARY FOR A
      *  RANGE OF MONTHS BY TYPE, STATE, CARRIER AND MONTH TO THE
      *  LIVA TDQ.
      ***************************************
           05  LA-LIFEASMT-COMM-AREA.
               10  LA-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       M = COUNT AND ASSESS THE
      *                                           MONTH (BATCH)
      *                                       F = FILING SUMMARY
               10  LA-COV-MONTH            PIC X(6)  VALUE SPACES.
      *                                       CCYYMM - SPACES = THE
      *                                       CALENDAR MONTH OF THE RUN;
      *                                       'F' - THE FIRST MONTH
      *                                       FILED
               10  LA-THRU-MONTH           PIC X(6)  VALUE SPACES.
      *                                       'F' ONLY - THE LAST MONTH
      *                                       FILED, SPACES = COV-MONTH
               10  LA-ASSESS-TYPE          PIC X(10) VALUE SPACES.
      *                                       'F' ONLY - SPACES = EVERY
      *                                       ASSESSMENT TYPE
               10  LA-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  LA-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO COVERED LIVES / NO
      *                                            ASSESSMENTS FOR THE
      *                                            MONTHS ASKED
      *                                       04 = MONTH ALREADY RUN
      *                                       05 = INVALID MONTH
      *                                       12 = SQL ERROR - 'M'
      *                                            LEAVES NOTHING BEHIND
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  LA-CASES-COUNTED        PIC 9(5)  VALUE ZERO.
               10  LA-LIVES-COUNTED        PIC 9(7)  VALUE ZERO.
               10  LA-ASSESSMENTS          PIC 9(7)  VALUE ZERO.
      *                                       ROWS WRITTEN ('M') OR
      *                                       SUMMARY LINES ('F')
               10  LA-ASSESS-TOTAL         PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  LA-CASES-PASSED         PIC 9(5)  VALUE ZERO.
      *                                       CASES BILLED A
      *                                       PASS-THROUGH CHARGE
               10  LA-PASSED-TOTAL         PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
