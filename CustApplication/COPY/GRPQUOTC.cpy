               10  GQ-LIVES-UNRATED        PIC 9(5)  VALUE ZERO.
               10  GQ-QUOTED-PREMIUM       PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
               10  GQ-FIELD-SALES-REP      PIC X(3)  VALUE SPACES.
               10  GQ-BROKER-ID            PIC X(9)  VALUE SPACES.
      *                                       'Q' - WHO IS SELLING IT,
      *                                       KEPT ON THE QUOTE FOR THE
      *                                       SALES FUNNEL
