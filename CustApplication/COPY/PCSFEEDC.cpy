      *                                       01 = INVALID FUNCTION CODE
      *                                       04 = MISMATCHES REPORTED
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  PC-ROWS-EXTRACTED       PIC 9(7)  VALUE ZERO.
               10  PC-ROWS-CONFIRMED       PIC 9(7)  VALUE ZERO.
               10  PC-MISMATCHES           PIC 9(5)  VALUE ZERO.
