      *                                            NOT TIE - EXTRACT
      *                                            HELD, NOTHING LEFT
      *                                            THE BUILDING
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  GL-ROWS-POSTED          PIC 9(5)  VALUE ZERO.
               10  GL-ROWS-EXTRACTED       PIC 9(5)  VALUE ZERO.
               10  GL-DEBIT-TOTAL          PIC S9(11)V99 COMP-3
