      *                                       04 = LOW-CONFIDENCE ITEMS
      *                                            HELD FOR REVIEW
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  NC-ROWS-EXTRACTED       PIC 9(7)  VALUE ZERO.
               10  NC-MOVES-APPLIED        PIC 9(5)  VALUE ZERO.
               10  NC-MOVES-HELD           PIC 9(5)  VALUE ZERO.
