      ***************************************
      *  BUSINESS-DAY AND HOLIDAY CALENDAR SERVICE COMMUNICATION AREA
      *  PROGRAM:         BUSDATE
      *  COPYBOOK NAME:   BUSDATEC
      *  THE ONE PLACE A PROGRAM ASKS WHETHER A DATE IS A BUSINESS
      *  DAY.  'B' IS THE BANKING CALENDAR (WEEKENDS AND BANK
      *  HOLIDAYS CLOSED) FOR DRAFT AND CARD SETTLEMENT; 'O' IS THE
      *  OFFICE CALENDAR (WEEKENDS, COMPANY HOLIDAYS AND THE GIVEN
      *  STATE'S OBSERVANCES CLOSED) FOR GRACE, DUE AND RESPONSE
      *  DATES.  'N'/'P'/'A'/'H' ARE THE DATE SERVICE; 'L' AND 'M'
      *  LIST AND MAINTAIN THE CALENDAR FOR THE NA370 SCREEN; 'Y' IS
      *  THE YEAR-AHEAD LOAD.
      ***************************************
           05  BD-CALENDAR-COMM-AREA.
               10  BD-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       N = NEXT BUSINESS DAY
      *                                           AFTER BD-DATE-IN
      *                                       P = PREVIOUS BUSINESS DAY
      *                                           BEFORE BD-DATE-IN
      *                                       A = ADD BD-DAY-COUNT
      *                                           BUSINESS DAYS (ZERO =
      *                                           BD-DATE-IN IF OPEN,
      *                                           ELSE THE NEXT ONE;
      *                                           NEGATIVE COUNTS BACK)
      *                                       H = IS BD-DATE-IN A
      *                                           HOLIDAY / BUSINESS DAY
      *                                       L = LIST CALENDAR ROWS
      *                                       M = MAINTAIN ONE ROW
      *                                       Y = YEAR-AHEAD LOAD
      *                                           (BATCH)
               10  BD-CALENDAR             PIC X(1)  VALUE SPACE.
      *                                       B = BANKING DAYS
      *                                       O = OFFICE DAYS (DEFAULT)
               10  BD-STATE-CODE           PIC X(2)  VALUE SPACES.
      *                                       OFFICE CALENDAR - THE
      *                                       STATE WHOSE OBSERVANCES
      *                                       ALSO CLOSE THE DAY.
      *                                       'L' - SPACES LISTS EVERY
      *                                       STATE'S ROWS
               10  BD-DATE-IN              PIC X(10) VALUE SPACES.
      *                                       CCYY-MM-DD, SPACES =
      *                                       TODAY
               10  BD-DAY-COUNT            PIC S9(3) COMP-3
                                                     VALUE ZERO.
               10  BD-DATE-OUT             PIC X(10) VALUE SPACES.
      *                                       N/P/A - THE ANSWER
               10  BD-BUSINESS-DAY-IND     PIC X(1)  VALUE SPACE.
      *                                       H - Y/N
               10  BD-HOLIDAY-NAME         PIC X(30) VALUE SPACES.
      *                                       H - THE HOLIDAY CLOSING
      *                                       THE DAY, IF ANY
               10  BD-LIST-AFTER-SW        PIC X(1)  VALUE SPACE.
      *                                       L - Y = ROWS AFTER THE
      *                                       BD-HOLIDAY-ROW KEY (THE
      *                                       LAST ROW LISTED, FOR
      *                                       PAGING), ELSE ROWS ON OR
      *                                       AFTER BD-DATE-IN
               10  BD-LOAD-YEAR            PIC 9(4)  VALUE ZERO.
      *                                       Y - ZERO = NEXT YEAR
               10  BD-ROWS-LOADED          PIC 9(5)  VALUE ZERO.
               10  BD-MAINT-ACTION         PIC X(1)  VALUE SPACE.
      *                                       M - A = ADD
      *                                           C = CHANGE
      *                                           D = DELETE
               10  BD-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  BD-HOLIDAY-ROW.
      *                                       M - THE ROW MAINTAINED
                   15  BD-HOL-DATE         PIC X(10) VALUE SPACES.
                   15  BD-HOL-STATE        PIC X(2)  VALUE SPACES.
                   15  BD-HOL-TYPE         PIC X(1)  VALUE SPACE.
                   15  BD-HOL-BANK-CLOSED  PIC X(1)  VALUE SPACE.
                   15  BD-HOL-OFFICE-CLOSED
                                           PIC X(1)  VALUE SPACE.
                   15  BD-HOL-NAME         PIC X(30) VALUE SPACES.
               10  BD-LIST-COUNT           PIC 9(2)  VALUE ZERO.
               10  BD-LIST-ROW             OCCURS 12 TIMES.
                   15  BD-LST-DATE         PIC X(10).
                   15  BD-LST-STATE        PIC X(2).
                   15  BD-LST-TYPE         PIC X(1).
                   15  BD-LST-BANK-CLOSED  PIC X(1).
                   15  BD-LST-OFFICE-CLOSED
                                           PIC X(1).
                   15  BD-LST-NAME         PIC X(30).
               10  BD-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO ROWS LISTED OR
      *                                            LOADED
      *                                       03 = ROW ALREADY ON FILE
      *                                            (ADD) OR NOT ON FILE
      *                                            (CHANGE, DELETE)
      *                                       04 = INVALID DATE,
      *                                            CALENDAR, TYPE, STATE
      *                                            OR INDICATOR
      *                                       05 = INVALID LOAD YEAR
      *                                       06 = NO BUSINESS DAY
      *                                            WITHIN TEN YEARS
      *                                       08 = NOT AUTHORIZED
      *                                       12 = SQL ERROR
      *                                       20 = ('Y') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
