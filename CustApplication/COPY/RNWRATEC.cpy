      ***************************************
      *  EXPERIENCE-RATED RENEWAL COMMUNICATION AREA
      *  PROGRAM:         RNWRATE
      *  COPYBOOK NAME:   RNWRATEC
      *  THE BATCH RATES EVERY CASE WHOSE ANNIVERSARY FALLS IN THE
      *  LEAD WINDOW: THE CASE'S OWN EXPERIENCE, TRENDED AND
      *  ADJUSTED, BLENDED WITH THE RATECALC MANUAL PREMIUM BY THE
      *  CREDIBILITY TABLE, GIVES A PROPOSED RATE CHANGE ON
      *  RENEWAL_RATING WITH ITS WORKSHEET ON THE RNWR TDQ.  THE
      *  UNDERWRITER ACCEPTS OR ADJUSTS IT BEFORE RENWPKT RUNS.
      ***************************************
           05  RR-RATING-COMM-AREA.
               10  RR-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       B = RATE THE LEAD WINDOW
      *                                           (BATCH)
      *                                       A = ACCEPT THE PROPOSAL
      *                                       J = ADJUST THE PROPOSAL
      *                                       W = REPRINT ONE WORKSHEET
               10  RR-LEAD-DAYS            PIC 9(3)  VALUE ZERO.
      *                                       FUNCTION 'B' - ZERO =
      *                                       120 DAYS, AHEAD OF THE
      *                                       RENWPKT WINDOW
               10  RR-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       FUNCTIONS 'A', 'J', 'W'
               10  RR-RENEWAL-DATE         PIC X(10) VALUE SPACES.
      *                                       FUNCTIONS 'A', 'J', 'W'
               10  RR-FINAL-PCT            PIC S9(3)V99 COMP-3
                                                     VALUE ZERO.
      *                                       FUNCTION 'J' - THE
      *                                       UNDERWRITER'S FIGURE
               10  RR-ADJUST-REASON        PIC X(40) VALUE SPACES.
      *                                       FUNCTION 'J'
               10  RR-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  RR-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING IN THE WINDOW
      *                                            / WORKSHEET NOT FOUND
      *                                       03 = ALREADY ACCEPTED OR
      *                                            ADJUSTED
      *                                       04 = BAD FIELD VALUES
      *                                       12 = SQL ERROR
      *                                       20 = ('B') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  RR-CASES-SCANNED        PIC 9(5)  VALUE ZERO.
               10  RR-CASES-RATED          PIC 9(5)  VALUE ZERO.
               10  RR-PROPOSED-PCT         PIC S9(3)V99 COMP-3
                                                     VALUE ZERO.
