      *                                       03 = NO REVIEW ITEM FOR
      *                                            THE SSN
      *                                       12 = SQL ERROR
      *                                       20 = ('M') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  DF-ROWS-READ            PIC 9(5)  VALUE ZERO.
               10  DF-MATCHES-QUEUED       PIC 9(5)  VALUE ZERO.
               10  DF-NO-MATCH-COUNT       PIC 9(5)  VALUE ZERO.
