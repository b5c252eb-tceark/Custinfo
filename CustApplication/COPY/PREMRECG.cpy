      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING BILLED
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  PG-GROUPS-REPORTED      PIC 9(5)  VALUE ZERO.
               10  PG-EARNED-TOTAL         PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
