      *                                            SELF-ADMINISTERED
      *                                       01 = INVALID FUNCTION CODE
      *                                       12 = SQL ERROR
      *                                       20 = ('B'/'R') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  SP-EMPLOYEES-WORKED     PIC 9(5)  VALUE ZERO.
               10  SP-EMPLOYEES-BEHIND     PIC 9(5)  VALUE ZERO.
               10  SP-AMOUNT-APPLIED       PIC S9(9)V99 COMP-3
