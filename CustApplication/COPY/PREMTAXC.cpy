      *                                            CURRENT ONE - USE 'R'
      *                                       02 = NOTHING TO EXTRACT
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  PT-CASES-EXTRACTED      PIC 9(7)  VALUE ZERO.
               10  PT-PREMIUM-TOTAL        PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
