      *                                       01 = INVALID RUN TYPE
      *                                       02 = NOTHING TO SEND
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  ED-MEMBERS-SENT         PIC 9(7)  VALUE ZERO.
               10  ED-ADDS-SENT            PIC 9(7)  VALUE ZERO.
               10  ED-CHANGES-SENT         PIC 9(7)  VALUE ZERO.
               10  ED-TERMS-SENT           PIC 9(7)  VALUE ZERO.
               10  ED-REINSTATES-SENT      PIC 9(7)  VALUE ZERO.
      *                                       ALSO IN ED-CHANGES-SENT
