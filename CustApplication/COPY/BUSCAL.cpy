      ******************************************************************
      * DCLGEN TABLE(BUSINESS_CALENDAR)
      *        LIBRARY(IBMUSER.CICS.COPY(BUSCAL))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE SHARED HOLIDAY CALENDAR BEHIND THE BUSDATE DATE SERVICE.   *
      * ONE ROW PER CLOSED DAY: A BANK HOLIDAY, A COMPANY HOLIDAY OR   *
      * A STATE OBSERVANCE.  SATURDAYS AND SUNDAYS ARE NEVER BUSINESS  *
      * DAYS AND ARE NOT CARRIED.  BANK_CLOSED DRIVES THE BANKING      *
      * CALENDAR (DRAFT AND CARD SETTLEMENT), OFFICE_CLOSED THE OFFICE *
      * CALENDAR (GRACE, DUE AND RESPONSE DATES).  THE YEAR-AHEAD LOAD *
      * (BUSDATE 'Y') BUILDS THE ROWS FROM THE PROGRAM_RULES HOLIDAY   *
      * DEFINITIONS; THE NA370 SCREEN MAINTAINS THEM.                  *
      ******************************************************************
           EXEC SQL DECLARE BUSINESS_CALENDAR TABLE
           ( CAL_DATE               DATE NOT NULL,
             STATE_CODE             CHAR(2) NOT NULL,
             HOLIDAY_TYPE           CHAR(1) NOT NULL,
             HOLIDAY_NAME           CHAR(30) NOT NULL,
             BANK_CLOSED            CHAR(1) NOT NULL,
             OFFICE_CLOSED          CHAR(1) NOT NULL,
             ADDED_LOGON            CHAR(8) NOT NULL,
             ADDED_TIMESTAMP        TIMESTAMP NOT NULL,
             REVISED_LOGON          CHAR(8) NOT NULL,
             REVISED_TIMESTAMP      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BUSINESS_CALENDAR                  *
      ******************************************************************
       01  BUSINESS-CALENDAR-REC.
      *                       CAL_DATE
           10 BCL-CAL-DATE         PIC X(10).
      *                       STATE_CODE   (SPACES = EVERY STATE)
           10 BCL-STATE-CODE       PIC X(2).
      *                       HOLIDAY_TYPE
      *                         B = BANK HOLIDAY (FEDERAL RESERVE)
      *                         C = COMPANY HOLIDAY
      *                         S = STATE OBSERVANCE
           10 BCL-HOLIDAY-TYPE     PIC X(1).
      *                       HOLIDAY_NAME
           10 BCL-HOLIDAY-NAME     PIC X(30).
      *                       BANK_CLOSED   (Y/N)
           10 BCL-BANK-CLOSED      PIC X(1).
      *                       OFFICE_CLOSED   (Y/N)
           10 BCL-OFFICE-CLOSED    PIC X(1).
      *                       ADDED_LOGON
           10 BCL-ADDED-LOGON      PIC X(8).
      *                       ADDED_TIMESTAMP
           10 BCL-ADDED-TS         PIC X(26).
      *                       REVISED_LOGON
           10 BCL-REVISED-LOGON    PIC X(8).
      *                       REVISED_TIMESTAMP
           10 BCL-REVISED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
