      *                                            FOUND
      *                                       04 = DISCREPANCIES FOUND
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  EA-ROSTER-ONLY          PIC 9(5)  VALUE ZERO.
      *                                       ON THEIR ROSTER, NOT OURS
               10  EA-SYSTEM-ONLY          PIC 9(5)  VALUE ZERO.
