      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO BROKER BOOKS
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  BS-AGENCIES-SCORED      PIC 9(5)  VALUE ZERO.
               10  BS-HOUSE-LAPSE-PCT      PIC S9(3)V9 COMP-3
                                                     VALUE ZERO.
