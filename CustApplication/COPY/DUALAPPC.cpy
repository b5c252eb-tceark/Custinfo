      *                                            KEYING OPERATOR
      *                                       08 = APPROVER FAILS THE
      *                                            SECURITY CHECK
      *                                       09 = BAD-DEBT WRITE-OFF NO
      *                                            LONGER MATCHES THE
      *                                            CASE BALANCES
      *                                       12 = SQL ERROR
               10  DA-ITEMS-LISTED         PIC 9(5)  VALUE ZERO.
