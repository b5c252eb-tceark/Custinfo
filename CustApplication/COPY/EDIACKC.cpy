      *                                       04 = REJECTS OR MEMBER
      *                                            ERRORS FOUND
      *                                       12 = SQL ERROR
      *                                       20 = ('A') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  EK-ACKS-WORKED          PIC 9(5)  VALUE ZERO.
               10  EK-TRANS-REJECTED       PIC 9(5)  VALUE ZERO.
               10  EK-MEMBER-ERRORS        PIC 9(5)  VALUE ZERO.
