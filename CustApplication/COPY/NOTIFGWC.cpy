      *                                            IDENTITY DOES NOT
      *                                            HAVE
      *                                       12 = SQL ERROR
      *                                       20 = ('X') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  NG-EVENTS-EXTRACTED     PIC 9(5)  VALUE ZERO.
               10  NG-EVENTS-SKIPPED       PIC 9(5)  VALUE ZERO.
