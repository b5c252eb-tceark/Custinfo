      ***************************************
      *  CASE 360 SUMMARY SCREEN COMMUNICATION AREA
      *  PROGRAM:         NA360
      *  COPYBOOK NAME:   NA360C
      *  NA320 TRANSFERS HERE (PF5) WITH THE CASE ON DISPLAY AND
      *  ENTRY STATE 'F'.  BETWEEN INTERACTIONS NA360 KEEPS THE
      *  CASE AND THE OWNING PROGRAM OF EACH SUMMARY LINE HERE SO A
      *  SELECTED LINE CAN BE TAKEN TO ITS TRANSACTION.  THE JUMP KEY
      *  IS THE DATA PASSED ON THE START OF THAT TRANSACTION.
      ***************************************
           05  N6-SUMMARY-COMM-AREA.
               10  N6-ENTRY-STATE          PIC X(1)  VALUE SPACE.
      *                                       F = FIRST ENTRY FROM NA320
      *                                       S = SUMMARY ON THE SCREEN
               10  N6-CASE-IDNTITY         PIC X(8)  VALUE SPACES.
               10  N6-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  N6-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  N6-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  N6-LINE-OWNER           PIC X(8)  OCCURS 12 TIMES.
           05  N6-JUMP-KEY.
               10  N6-JUMP-IDNTITY         PIC X(8)  VALUE SPACES.
               10  N6-JUMP-CASE-NUM        PIC X(6)  VALUE SPACES.
               10  N6-JUMP-FROM-PROGRAM    PIC X(8)  VALUE SPACES.
