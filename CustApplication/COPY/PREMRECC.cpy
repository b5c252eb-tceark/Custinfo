      *  CHANGE FLAG FROM THE ACTIVE COVERAGE ROWS AND THE
      *  EMPLOYEE'S PREMIUM FACTOR, REWRITES TOTAL_PREMIUM, CLEARS
      *  THE FLAGS, AND WRITES THE BEFORE/AFTER VARIANCE REPORT THAT
      *  BALANCES EACH CASE BACK TO ACTUAL_TOT_PREM.  AN INCREASE
      *  ON A CASE UNDER A RATE GUARANTEE IS HELD (RATEGUAR).  A
      *  TOBACCO USER CARRIES THE CARRIER/STATE SURCHARGE.
      ***************************************
           05  PM-RECALC-COMM-AREA.
               10  PM-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       00 = RUN COMPLETE
      *                                       02 = NO FLAGGED EMPLOYEES
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  PM-EMPS-REPRICED        PIC 9(5)  VALUE ZERO.
               10  PM-PREMIUM-BEFORE       PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  PM-PREMIUM-AFTER        PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  PM-INCREASES-HELD       PIC 9(5)  VALUE ZERO.
               10  PM-TOBACCO-SURCHARGED   PIC 9(5)  VALUE ZERO.
