      *                                       02 = NOTHING ASSESSED /
      *                                            CHARGE NOT FOUND
      *                                       12 = SQL ERROR
      *                                       20 = ('A') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  LG-CHARGES-ASSESSED     PIC 9(5)  VALUE ZERO.
               10  LG-AMOUNT-ASSESSED      PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
