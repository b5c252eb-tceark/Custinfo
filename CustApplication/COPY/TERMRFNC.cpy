      *                                            STATUS THE FUNCTION
      *                                            NEEDS
      *                                       12 = SQL ERROR
      *                                       20 = ('S') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  TR-CASES-SCANNED        PIC 9(5)  VALUE ZERO.
               10  TR-REFUNDS-STAGED       PIC 9(5)  VALUE ZERO.
               10  TR-REFUND-TOTAL         PIC S9(9)V99 COMP-3
