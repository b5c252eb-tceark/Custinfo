      *                                       02 = NOTHING OLD ENOUGH
      *                                       12 = SQL ERROR - THE
      *                                            FINISHED UNITS STAND
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  AV-CODES-WORKED         PIC 9(5)  VALUE ZERO.
               10  AV-ROWS-MOVED           PIC 9(7)  VALUE ZERO.
               10  AV-ROWS-HELD            PIC 9(7)  VALUE ZERO.
      *                                       AGED ROWS LEFT IN PLACE
      *                                       FOR A CASE OR IDENTITY
      *                                       UNDER LEGAL HOLD
