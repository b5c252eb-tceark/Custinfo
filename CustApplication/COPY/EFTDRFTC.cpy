      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING DUE / DRAFT
      *                                            NOT FOUND
      *                                       12 = SQL ERROR OR NO
      *                                            SETTLEMENT DATE
      *                                       20 = ('X') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  EF-DRAFTS-ORIGINATED    PIC 9(5)  VALUE ZERO.
               10  EF-DRAFTS-SKIPPED       PIC 9(5)  VALUE ZERO.
               10  EF-AMOUNT-ORIGINATED    PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  EF-SETTLE-DATE          PIC X(10) VALUE SPACES.
      *                                       'X' - THE NEXT BANKING
      *                                       DAY, WHEN TONIGHT'S
      *                                       DRAFTS SETTLE
