      *                                       00 = LOAD COMPLETE
      *                                       02 = CASE NOT ON FILE
      *                                       04 = EXCEPTIONS WRITTEN
      *                                            OR LATE ENTRANTS
      *                                            PENDED
      *                                       12 = SQL ERROR - PENDING
      *                                            ROWS LEFT FOR RESTART
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CL-ROWS-READ            PIC 9(7)  VALUE ZERO.
               10  CL-ROWS-LOADED          PIC 9(7)  VALUE ZERO.
               10  CL-ROWS-REJECTED        PIC 9(7)  VALUE ZERO.
               10  CL-ROWS-PENDED          PIC 9(7)  VALUE ZERO.
      *                                       EMPLOYEE LOADED, COVERAGE
      *                                       PENDED AS A LATE ENTRANT
