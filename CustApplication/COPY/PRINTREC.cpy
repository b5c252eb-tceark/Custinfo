      *                                       04 = UNCONFIRMED PIECES ON
      *                                            THE EXCEPTION REPORT
      *                                       12 = SQL ERROR
      *                                       20 = ('R') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  PM-PIECES-MANIFESTED    PIC 9(5)  VALUE ZERO.
               10  PM-PIECES-UNCONFIRMED   PIC 9(5)  VALUE ZERO.
