      *                                       04 = REJECTS ON THE
      *                                            WORKLIST
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  MS-MEMBERS-REPORTED     PIC 9(5)  VALUE ZERO.
               10  MS-RESPONSES-WORKED     PIC 9(5)  VALUE ZERO.
               10  MS-REJECTS-QUEUED       PIC 9(5)  VALUE ZERO.
