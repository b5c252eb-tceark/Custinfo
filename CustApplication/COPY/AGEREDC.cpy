      *                                       03 = NO SCHEDULE FOR THE
      *                                            CARRIER
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  AG-MEMBERS-SCANNED      PIC 9(5)  VALUE ZERO.
               10  AG-MEMBERS-REDUCED      PIC 9(5)  VALUE ZERO.
               10  AG-VOLUME-REMOVED       PIC S9(11)V COMP-3
