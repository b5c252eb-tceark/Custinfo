      ***************************************
      *  YEAR-END ROLLOVER COMMUNICATION AREA
      *  PROGRAM:         YRROLL
      *  COPYBOOK NAME:   YRROLLC
      *  EVERY CASE WHOSE ROLLOVER_DATE HAS COME DUE HAS ITS
      *  YEAR-TO-DATE PREMIUM, CLAIMS AND QUARTER SNAPSHOT TO
      *  YEAR_END_HISTORY, THEN ZEROED, AND ITS ROLLOVER_DATE MOVED
      *  ON A YEAR - CALENDAR-YEAR AND PLAN-YEAR CASES ALIKE.  THE
      *  RUN CHECKPOINTS AND A RERUN PICKS UP WHERE IT STOPPED.  THE
      *  CONTROL REPORT TIES THE SNAPSHOT TOTALS TO THE PREMIUM
      *  EXTRACTED TO THE GENERAL LEDGER, ON THE YRRL TDQ.
      ***************************************
           05  YR-ROLLOVER-COMM-AREA.
               10  YR-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       P = PREVIEW THE CASES DUE
      *                                       R = ROLL THE CASES DUE AND
      *                                           PRINT THE CONTROL
      *                                           REPORT
      *                                       C = REPRINT THE CONTROL
      *                                           REPORT FOR A RUN DATE
               10  YR-RUN-DATE             PIC X(10) VALUE SPACES.
      *                                       SPACES = TODAY.  CASES
      *                                       WHOSE ROLLOVER_DATE IS ON
      *                                       OR BEFORE IT ARE DUE
               10  YR-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  YR-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO CASE DUE / NOTHING
      *                                            ROLLED ON THE DATE
      *                                       04 = CONTROL REPORT OUT OF
      *                                            TIE WITH THE G/L
      *                                       12 = SQL ERROR - RERUN TO
      *                                            RESUME
      *                                       20 = ('R') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  YR-CASES-DUE            PIC 9(5)  VALUE ZERO.
               10  YR-CASES-ROLLED         PIC 9(5)  VALUE ZERO.
               10  YR-CASES-HELD           PIC 9(5)  VALUE ZERO.
               10  YR-PREM-CLEARED         PIC S9(11) COMP-3 VALUE ZERO.
               10  YR-CLAIMS-CLEARED       PIC S9(11) COMP-3 VALUE ZERO.
