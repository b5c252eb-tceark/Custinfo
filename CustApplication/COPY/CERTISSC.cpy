      *                                       01 = INVALID FUNCTION CODE
      *                                       04 = AGED ITEMS REPORTED
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CE-CERTS-QUEUED         PIC 9(5)  VALUE ZERO.
               10  CE-CERTS-PRINTED        PIC 9(5)  VALUE ZERO.
               10  CE-CERTS-AGED           PIC 9(5)  VALUE ZERO.
               10  CE-CERTS-HELD           PIC 9(5)  VALUE ZERO.
      *                                       FUNCTION 'B' - NOT
      *                                       PRINTED, THE ADDRESS IS
      *                                       UNDELIVERABLE
