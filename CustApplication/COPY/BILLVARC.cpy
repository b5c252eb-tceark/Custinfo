      *                                       08 = EGREGIOUS - BILL HELD
      *                                            UNTIL SIGNOFF
      *                                       12 = SQL ERROR
      *                                       20 = ('S') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  BV-CASES-CHECKED        PIC 9(5)  VALUE ZERO.
               10  BV-EXCEPTIONS-LOGGED    PIC 9(5)  VALUE ZERO.
               10  BV-BILLS-BLOCKED        PIC 9(5)  VALUE ZERO.
