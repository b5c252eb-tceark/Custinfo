      *                                            ASSIGNMENT WOULD
      *                                            CREATE ONE
      *                                       12 = SQL ERROR
      *                                       20 = ('R') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  SD-CONFLICTS-FOUND      PIC 9(5)  VALUE ZERO.
