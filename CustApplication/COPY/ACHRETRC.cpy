      *                                       04 = UNMATCHED ITEMS LEFT
      *                                            IN SUSPENSE STATUS
      *                                       12 = SQL ERROR - STOPPED
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  AR-ITEMS-READ           PIC 9(5)  VALUE ZERO.
               10  AR-ITEMS-NSF            PIC 9(5)  VALUE ZERO.
               10  AR-ITEMS-EFT-OFF        PIC 9(5)  VALUE ZERO.
