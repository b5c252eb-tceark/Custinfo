      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO COHORTS IN WINDOW
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  RT-COHORT-LINES         PIC 9(5)  VALUE ZERO.
               10  RT-CASES-COUNTED        PIC 9(7)  VALUE ZERO.
