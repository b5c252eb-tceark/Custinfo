      *                                       00 = REPORT COMPLETE
      *                                       02 = NO CASES QUALIFIED
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  LR-CASES-SCANNED        PIC 9(7)  VALUE ZERO.
               10  LR-CASES-REPORTED       PIC 9(7)  VALUE ZERO.
