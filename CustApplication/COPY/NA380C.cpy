      ***************************************
      *  RETURNED MAIL INTAKE SCREEN COMMUNICATION AREA
      *  PROGRAM:         NA380
      *  COPYBOOK NAME:   NA380C
      *  NA380 KEEPS THE OPERATOR'S LOGON FOR THE ADDED LOGON OF
      *  EVERY RETURNED PIECE, THE COUNT OF PIECES TAKEN IN THIS
      *  SITTING AND THE RESULT OF THE LAST ONE.
      ***************************************
           05  N8-RTNMAIL-COMM-AREA.
               10  N8-ENTRY-STATE          PIC X(1)  VALUE SPACE.
      *                                       S = INTAKE ON THE SCREEN
               10  N8-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  N8-PIECES-LOGGED        PIC 9(4)  VALUE ZERO.
               10  N8-LAST-RESULT          PIC X(79) VALUE SPACES.
