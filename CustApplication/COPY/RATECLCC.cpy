      *                                       03 = PLAN CODE NOT ON FILE
      *                                       04 = COVERAGE/EMPLOYEE ROW
      *                                            NOT FOUND
      *                                       05 = PRICED BUT HELD - THE
      *                                            CASE IS UNDER A RATE
      *                                            GUARANTEE (FUNCTION
      *                                            'C' ONLY)
      *                                       12 = SQL ERROR, OR THE
      *                                            RATE-GUARANTEE CHECK
      *                                            FAILED - NOTHING
      *                                            POSTED ('C' ONLY)
               10  RC-RATE-TABLE           PIC X(4)  VALUE SPACES.
               10  RC-MONTHLY-PREMIUM      PIC S9(5)V99 COMP-3
                                                     VALUE ZERO.
