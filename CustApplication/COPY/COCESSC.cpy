      *                                       04 = CASES SKIPPED - NO
      *                                            AGREEMENT ON FILE
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CC-CASES-CEDED          PIC 9(5)  VALUE ZERO.
               10  CC-CASES-SKIPPED        PIC 9(5)  VALUE ZERO.
               10  CC-COLLECTED-TOTAL      PIC S9(11)V99 COMP-3
