      *                                       04 = TIN EXCEPTIONS NEED
      *                                            CORRECTION
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  TN-PAYEES-READ          PIC 9(5)  VALUE ZERO.
               10  TN-FORMS-WRITTEN        PIC 9(5)  VALUE ZERO.
               10  TN-TIN-EXCEPTIONS       PIC 9(5)  VALUE ZERO.
