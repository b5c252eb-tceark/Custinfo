      ***************************************
      *  NEW-BUSINESS SALES FUNNEL COMMUNICATION AREA
      *  PROGRAM:         SLSFUNL
      *  COPYBOOK NAME:   SLSFUNLC
      *  THE MONTHLY 'M' RUN REBUILDS SALES_FUNNEL FOR ONE ENTRY
      *  MONTH AND WRITES THE FUNNEL - COUNTS, PREMIUM, CONVERSION
      *  AND DAYS IN EACH STEP FROM QUOTE TO ISSUED CASE - BY
      *  DISTRIBUTION CHANNEL, FIELD FORCE, FIELD SALES REP AND
      *  BROKER TO THE SFUN TDQ.
      ***************************************
           05  SF-FUNNEL-COMM-AREA.
               10  SF-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       M = MONTHLY FUNNEL (BATCH)
               10  SF-FUNNEL-MONTH         PIC X(6)  VALUE SPACES.
      *                                       CCYYMM ENTRY MONTH -
      *                                       SPACES = LAST MONTH
               10  SF-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING ENTERED THE
      *                                            FUNNEL THAT MONTH
      *                                       03 = INVALID MONTH
      *                                       12 = SQL ERROR
      *                                       20 = ('M') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  SF-ENTERED              PIC 9(5)  VALUE ZERO.
               10  SF-QUOTED               PIC 9(5)  VALUE ZERO.
               10  SF-ISSUED               PIC 9(5)  VALUE ZERO.
               10  SF-CASES-TIED           PIC 9(5)  VALUE ZERO.
