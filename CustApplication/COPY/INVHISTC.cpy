      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = INVOICE NOT FOUND
      *                                       05 = BILL-TO ADDRESS
      *                                            UNDELIVERABLE - NOT
      *                                            REPRINTED
      *                                       12 = SQL ERROR
               10  IV-LINES-WRITTEN        PIC 9(4)  VALUE ZERO.
               10  IV-INVOICES-LISTED      PIC 9(4)  VALUE ZERO.
