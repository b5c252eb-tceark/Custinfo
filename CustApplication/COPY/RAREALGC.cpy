      ***************************************
      *  RATING-AREA REALIGNMENT COMMUNICATION AREA
      *  PROGRAM:         RAREALGN
      *  COPYBOOK NAME:   RAREALGC
      *  RAREALGN KEEPS THE EFFECTIVE-DATED RATING_AREA_MAP BY
      *  CARRIER AND, WHEN A CARRIER REDRAWS ITS AREAS, RE-DERIVES
      *  EVERY IN-FORCE CASE'S RATE AREA FROM ITS SITUS AND EVERY
      *  ACTIVE MEMBER'S FROM RATING_ZIP THROUGH STATE_COUNTY_ZIP.
      *  A CHANGED AREA IS POSTED WITH THE OLD ONE KEPT IN
      *  AREA_CHANGE, THE CASE'S COVERAGE IS REPRICED THROUGH
      *  RATECALC, AND RATE_CHANGE_FLAG IS RAISED SO PREMRECL ROLLS
      *  THE NEW PREMIUMS UP.  THE BEFORE-AND-AFTER PREMIUM IMPACT BY
      *  CASE GOES TO THE RALN TDQ.  GATED BY THE 'RAREALGN'
      *  SECCHECK RESOURCE.
      ***************************************
           05  RZ-REALIGN-COMM-AREA.
               10  RZ-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       A = ADD A MAP ROW - THE
      *                                           ROW IT REPLACES ENDS
      *                                           ON THE NEW ROW'S DATE
      *                                       P = PREVIEW THE IMPACT -
      *                                           NO DATABASE CHANGE
      *                                       R = REALIGN AND REPORT
               10  RZ-CARRIER-CODE         PIC X(2)  VALUE SPACES.
               10  RZ-STATE-CD             PIC X(2)  VALUE SPACES.
               10  RZ-COUNTY-NUMBER        PIC X(3)  VALUE SPACES.
               10  RZ-ZIP-CODE             PIC X(5)  VALUE SPACES.
      *                                       FUNCTION 'A' - SPACES =
      *                                       THE WHOLE COUNTY
               10  RZ-RATE-AREA            PIC X(2)  VALUE SPACES.
               10  RZ-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
      *                                       'A': THE NEW ROW'S DATE
      *                                       'P'/'R': THE AS-OF DATE
      *                                       OF THE MAP - SPACES =
      *                                       TODAY; 'R' MAY NOT RUN
      *                                       AHEAD OF TODAY
               10  RZ-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  RZ-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  RZ-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO IN-FORCE CASES FOR
      *                                            THE CARRIER
      *                                       03 = NOT AUTHORIZED
      *                                       04 = ('A') A ROW FOR THAT
      *                                            KEY AND DATE IS
      *                                            ALREADY ON FILE
      *                                       05 = CASES OR MEMBERS THE
      *                                            MAP DOES NOT COVER -
      *                                            LEFT AS THEY WERE
      *                                            AND LISTED ON RALN
      *                                       06 = REQUIRED FIELD
      *                                            MISSING OR INVALID
      *                                       12 = SQL OR LINK ERROR -
      *                                            CHECKPOINTED CASES
      *                                            STAND; THE RERUN
      *                                            FINDS NOTHING LEFT TO
      *                                            CHANGE ON THEM
      *                                       20 = ('R') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  RZ-CASES-REVIEWED       PIC 9(5)  VALUE ZERO.
               10  RZ-CASES-REALIGNED      PIC 9(5)  VALUE ZERO.
               10  RZ-MEMBERS-REALIGNED    PIC 9(7)  VALUE ZERO.
               10  RZ-COVERAGES-REPRICED   PIC 9(7)  VALUE ZERO.
               10  RZ-NOT-MAPPED           PIC 9(5)  VALUE ZERO.
               10  RZ-PREMIUM-BEFORE       PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  RZ-PREMIUM-AFTER        PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
      *                                       MONTHLY, OVER THE CASES
      *                                       WHOSE AREA CHANGED
