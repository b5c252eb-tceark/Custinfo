      *  RENEWAL EXHIBIT (CENSUS COUNT, PREMIUM, YTD/ITD LOSS
      *  EXPERIENCE, PROPOSED RATE ACTION) WRITTEN TO THE RNWP PRINT
      *  TDQ AND A DIARY ITEM OPENED ON THE RENEWAL DESK, SO NO
      *  RENEWAL IS WORKED FROM MEMORY.  THE RENEWAL-YEAR SBC FOR
      *  EACH ACTIVE PLAN IS ISSUED THROUGH SBCGEN WITH THE PACKET.
      ***************************************
           05  RW-RENEWAL-COMM-AREA.
               10  RW-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING IN THE WINDOW
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  RW-CASES-SCANNED        PIC 9(5)  VALUE ZERO.
               10  RW-PACKETS-WRITTEN      PIC 9(5)  VALUE ZERO.
               10  RW-DIARIES-OPENED       PIC 9(5)  VALUE ZERO.
               10  RW-SBCS-ISSUED          PIC 9(5)  VALUE ZERO.
