      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING TO WORK
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  ES-ITEMS-TRACKED        PIC 9(5)  VALUE ZERO.
               10  ES-LETTERS-SENT         PIC 9(5)  VALUE ZERO.
               10  ES-ITEMS-REPORTED       PIC 9(5)  VALUE ZERO.
