               10  DQ-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = RUN COMPLETE
      *                                       12 = SQL ERROR - RUN STOPPED
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  DQ-GRACE-DAYS           PIC 9(3)  VALUE ZERO.
      *                                       ZERO = USE THE 31-DAY
      *                                       CONTRACTUAL DEFAULT
