      *                                            NOT BALANCE - RUN
      *                                            BACKED OUT
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CF-CLAIMS-READ          PIC 9(7)  VALUE ZERO.
               10  CF-CLAIMS-APPLIED       PIC 9(7)  VALUE ZERO.
               10  CF-CLAIMS-REJECTED      PIC 9(7)  VALUE ZERO.
