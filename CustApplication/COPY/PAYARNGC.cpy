      *                                            ACTIVE ARRANGEMENT
      *                                       04 = BAD INSTALLMENT DATA
      *                                       12 = SQL ERROR
      *                                       20 = ('N') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  PA-ARRANGEMENTS-SEEN    PIC 9(5)  VALUE ZERO.
               10  PA-INSTS-SATISFIED      PIC 9(5)  VALUE ZERO.
               10  PA-ARRANGEMENTS-BROKEN  PIC 9(5)  VALUE ZERO.
