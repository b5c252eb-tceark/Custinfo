      *  FLAGGED RECOMPOSITE_IND IT REDISTRIBUTES THE COMPOSITE
      *  RATE ACROSS THE CURRENT CENSUS SO THE EMPLOYEE
      *  TOTAL_PREMIUM SET BALANCES TO ACTUAL_TOT_PREM TO THE
      *  PENNY, AND WRITES THE OLD-VERSUS-NEW RENEWAL EXHIBIT.  A
      *  HIGHER COMPOSITE ON A GUARANTEED CASE IS HELD (RATEGUAR).
      ***************************************
           05  RC-RECOMP-COMM-AREA.
               10  RC-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       00 = RUN COMPLETE
      *                                       02 = NOTHING TO RECOMPUTE
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  RC-CASES-RECOMPED       PIC 9(5)  VALUE ZERO.
               10  RC-EMPS-REPRICED        PIC 9(7)  VALUE ZERO.
               10  RC-CASES-HELD           PIC 9(5)  VALUE ZERO.
