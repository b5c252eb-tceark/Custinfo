      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO OPEN BALANCES
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  AR-CASES-REPORTED       PIC 9(5)  VALUE ZERO.
               10  AR-DETAIL-CASES         PIC 9(5)  VALUE ZERO.
               10  AR-CURRENT-TOTAL        PIC S9(11)V99 COMP-3
