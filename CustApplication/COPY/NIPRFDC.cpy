      *                                       04 = UNMATCHED ALERTS ON
      *                                            THE REPORT
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  NP-ALERTS-WORKED        PIC 9(5)  VALUE ZERO.
               10  NP-CHANGES-APPLIED      PIC 9(5)  VALUE ZERO.
               10  NP-ALERTS-UNMATCHED     PIC 9(5)  VALUE ZERO.
