      *                                            NOTHING TO WORK
      *                                       04 = LATE NOTICES FOUND
      *                                       12 = SQL ERROR
      *                                       20 = ('X'/'R') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  LC-RECORDS-OPENED       PIC 9(5)  VALUE ZERO.
               10  LC-NOTICES-SENT         PIC 9(5)  VALUE ZERO.
               10  LC-WINDOWS-EXPIRED      PIC 9(5)  VALUE ZERO.
