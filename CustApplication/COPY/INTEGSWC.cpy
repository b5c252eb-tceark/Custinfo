      *                                       04 = ORPHANS FOUND - SEE
      *                                            THE INTG WORKLIST
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  IG-COVG-ORPHANS         PIC 9(7)  VALUE ZERO.
               10  IG-DEP-ORPHANS          PIC 9(7)  VALUE ZERO.
               10  IG-BENE-ORPHANS         PIC 9(7)  VALUE ZERO.
