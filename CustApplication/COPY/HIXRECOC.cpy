      *                                       02 = NOTHING STAGED
      *                                       04 = DISCREPANCIES FOUND
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  HX-ROWS-MATCHED         PIC 9(5)  VALUE ZERO.
               10  HX-FILE-ONLY            PIC 9(5)  VALUE ZERO.
               10  HX-SYSTEM-ONLY          PIC 9(5)  VALUE ZERO.
