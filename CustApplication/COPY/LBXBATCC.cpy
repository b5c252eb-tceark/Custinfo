      *                                       04 = BATCHES STILL HELD
      *                                            AFTER THE VERIFY
      *                                       12 = SQL ERROR
      *                                       20 = ('V'/'R') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  LBB-BATCHES-VERIFIED    PIC 9(5)  VALUE ZERO.
               10  LBB-BATCHES-HELD        PIC 9(5)  VALUE ZERO.
               10  LBB-LINES-WRITTEN       PIC 9(5)  VALUE ZERO.
