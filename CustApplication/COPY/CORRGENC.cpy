      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = TEMPLATE NOT ON FILE
      *                                       05 = ADDRESS UNDELIVERABLE
      *                                            - LETTER NOT SENT
      *                                       12 = SQL ERROR
               10  CG-LINES-WRITTEN        PIC 9(3)  VALUE ZERO.
