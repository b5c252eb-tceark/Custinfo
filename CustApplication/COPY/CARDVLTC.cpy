      *                                            FOUND PANS STILL ON
      *                                            CASE_MASTER
      *                                       12 = SQL ERROR
      *                                       20 = ('M') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CV-CASES-MIGRATED       PIC 9(5)  VALUE ZERO.
               10  CV-PANS-REMAINING       PIC 9(5)  VALUE ZERO.
