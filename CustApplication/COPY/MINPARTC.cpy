      *                                            THIS MONTH - NOT
      *                                            ADVANCED AGAIN
      *                                       12 = SQL ERROR - STOPPED
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  MP-CASES-SCANNED        PIC 9(5)  VALUE ZERO.
               10  MP-CASES-BELOW          PIC 9(5)  VALUE ZERO.
               10  MP-CASES-RECOVERED      PIC 9(5)  VALUE ZERO.
