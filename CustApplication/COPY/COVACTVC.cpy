               10  CV-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = RUN COMPLETE
      *                                       12 = SQL ERROR - STOPPED
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CV-ROWS-SCANNED         PIC 9(5)  VALUE ZERO.
               10  CV-ROWS-ACTIVATED       PIC 9(5)  VALUE ZERO.
