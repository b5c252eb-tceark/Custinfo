      *                                            ('R'/'I')
      *                                       12 = SQL ERROR - THE CASE
      *                                            IN FLIGHT WAS BACKED
      *                                            OUT, OR THE LEGAL-
      *                                            HOLD REGISTRY COULD
      *                                            NOT BE READ
      *                                       20 = ('A') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CA-ARCHIVED-IND         PIC X(1)  VALUE SPACE.
      *                                       'I': Y = ARCHIVED
               10  CA-CASES-ARCHIVED       PIC 9(5)  VALUE ZERO.
               10  CA-ROWS-MOVED           PIC 9(7)  VALUE ZERO.
               10  CA-CASES-HELD           PIC 9(5)  VALUE ZERO.
      *                                       'A': ELIGIBLE CASES LEFT
      *                                       ONLINE UNDER LEGAL HOLD
