      ***************************************
      *  BUSINESS CALENDAR MAINTENANCE SCREEN COMMUNICATION AREA
      *  PROGRAM:         NA370
      *  COPYBOOK NAME:   NA370C
      *  NA370 KEEPS THE START DATE AND STATE ASKED FOR, THE KEY OF
      *  EACH CALENDAR ROW ON THE SCREEN (SO A CHANGE OR DELETE IS
      *  APPLIED TO THE ROW THAT WAS SHOWN) AND THE KEY OF THE LAST
      *  ROW FOR PF8 PAGING.  ROW KEYS ARE DATE, STATE AND TYPE.
      ***************************************
           05  N7-CALENDAR-COMM-AREA.
               10  N7-ENTRY-STATE          PIC X(1)  VALUE SPACE.
      *                                       S = CALENDAR ON THE SCREEN
               10  N7-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  N7-START-DATE           PIC X(10) VALUE SPACES.
               10  N7-STATE-CODE           PIC X(2)  VALUE SPACES.
               10  N7-PAGE-DATE            PIC X(10) VALUE SPACES.
      *                                       FIRST DATE ON THE SCREEN
               10  N7-LAST-KEY.
                   15  N7-LAST-DATE        PIC X(10) VALUE SPACES.
                   15  N7-LAST-STATE       PIC X(2)  VALUE SPACES.
                   15  N7-LAST-TYPE        PIC X(1)  VALUE SPACE.
               10  N7-LINE-KEY             OCCURS 12 TIMES.
                   15  N7-LINE-DATE        PIC X(10).
                   15  N7-LINE-STATE       PIC X(2).
                   15  N7-LINE-TYPE        PIC X(1).
