      *                                       00 = PROCESSED CLEAN
      *                                       04 = ITEMS SUSPENDED
      *                                       12 = SQL ERROR - ROLLED BACK
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  LBX-ITEMS-READ          PIC 9(5)  VALUE ZERO.
               10  LBX-ITEMS-APPLIED       PIC 9(5)  VALUE ZERO.
               10  LBX-ITEMS-SUSPENDED     PIC 9(5)  VALUE ZERO.
