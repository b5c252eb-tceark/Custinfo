      *                                            NOTHING STAGED
      *                                       04 = SOME ROWS REJECTED
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  SR-ROWS-APPLIED         PIC 9(5)  VALUE ZERO.
               10  SR-ROWS-REJECTED        PIC 9(5)  VALUE ZERO.
               10  SR-EOI-PENDED           PIC 9(5)  VALUE ZERO.
