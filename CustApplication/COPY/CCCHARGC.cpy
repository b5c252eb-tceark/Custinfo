      *                                            TOKENS WOULD NOT
      *                                            RESOLVE - SEE THE
      *                                            CCSB ERROR LINES
      *                                       12 = SQL ERROR OR NO
      *                                            FUNDING DATE
      *                                       20 = ('R'/'E') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CC-CHARGES-SUBMITTED    PIC 9(5)  VALUE ZERO.
               10  CC-VAULT-FAILURES       PIC 9(5)  VALUE ZERO.
               10  CC-AMOUNT-SUBMITTED     PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  CC-EXPIRY-LETTERS       PIC 9(5)  VALUE ZERO.
               10  CC-FUNDING-DATE         PIC X(10) VALUE SPACES.
      *                                       'R' - THE NEXT BANKING
      *                                       DAY, WHEN THE PROCESSOR
      *                                       FUNDS THE RUN'S CHARGES
