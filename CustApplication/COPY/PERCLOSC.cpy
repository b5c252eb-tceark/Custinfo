      *                                       08 = GUARD - PERIOD IS
      *                                            CLOSED, DO NOT POST
      *                                       12 = SQL ERROR
      *                                       20 = ('C') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  PX-CASES-FROZEN         PIC 9(5)  VALUE ZERO.
