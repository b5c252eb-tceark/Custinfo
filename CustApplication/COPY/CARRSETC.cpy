      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING TO SETTLE
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  SL-CARRIERS-SETTLED     PIC 9(3)  VALUE ZERO.
               10  SL-COLLECTED-TOTAL      PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
