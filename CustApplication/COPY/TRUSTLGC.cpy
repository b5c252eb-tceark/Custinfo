      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO LEDGER ROWS FOUND
      *                                       12 = SQL ERROR
      *                                       20 = ('P'/'R') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  TL-ROWS-POSTED          PIC 9(5)  VALUE ZERO.
               10  TL-CASH-TOTAL           PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
