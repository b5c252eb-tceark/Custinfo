      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING TO SHOW
      *                                       12 = SQL ERROR
      *                                       20 = ('S') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CE-CASES-SNAPPED        PIC 9(5)  VALUE ZERO.
               10  CE-MONTHS-LISTED        PIC 9(5)  VALUE ZERO.
