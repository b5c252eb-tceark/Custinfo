      *                                            THE CHECKSUM
      *                                       04 = BAD ACCOUNT OR AMOUNT
      *                                       12 = SQL ERROR
      *                                       20 = ('X') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  OA-DRAFTS-ORIGINATED    PIC 9(5)  VALUE ZERO.
               10  OA-AMOUNT-ORIGINATED    PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
