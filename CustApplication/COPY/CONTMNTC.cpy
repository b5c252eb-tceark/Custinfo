      *                                       B = MONTHLY BILLING RUN
      *                                       P = POST A PAYMENT
      *                                       N = NIGHTLY AGING PASS
      *                                       V = CANCEL THE EVENTS OF
      *                                           A REVERSED
      *                                           TERMINATION
               10  CN-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  CN-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
               10  CN-DEP-NUM              PIC S9(3)V COMP-3
                                                     VALUE ZERO.
      *                                       ZERO = THE EMPLOYEE; ELSE
      *                                       THE DEPENDENT'S OWN ROW
               10  CN-EVENT-CODE           PIC X(1)  VALUE SPACE.
      *                                       'A' = DEPENDENT AGED OUT -
      *                                       THE EMPLOYEE STAYS ACTIVE
               10  CN-EVENT-DATE           PIC X(10) VALUE SPACES.
               10  CN-ADMIN-PERCENT        PIC S9(3)V COMP-3
                                                     VALUE ZERO.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = EMPLOYEE NOT ON FILE
      *                                            OR NOT TERMED / THE
      *                                            DEPENDENT NOT TERMED
      *                                       03 = NO OPEN CONTINUATION
      *                                            ROW FOR THE FUNCTION
      *                                            ('V': NOTHING TO
      *                                            CANCEL)
      *                                       04 = ELECTION WINDOW HAS
      *                                            EXPIRED
      *                                       12 = SQL ERROR
      *                                       20 = ('B'/'N') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CN-ROWS-WORKED          PIC 9(5)  VALUE ZERO.
               10  CN-AMOUNT-BILLED        PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
