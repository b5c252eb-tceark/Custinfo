      ***************************************
      *  CASE 360 SUMMARY COMMUNICATION AREA
      *  PROGRAM:         CASE360
      *  COPYBOOK NAME:   CASE360C
      *  READ-ONLY BACK-END FOR THE NA360 CASE SUMMARY SCREEN REACHED
      *  FROM NA320.  GIVEN THE CASE IDENTITY (AND OPTIONALLY THE
      *  CASE NUMBER) IT BUILDS ONE SUMMARY LINE PER AREA A REP USED
      *  TO VISIT A SEPARATE TRANSACTION FOR - STATUS, BALANCES AND
      *  AGING, LAST PAYMENT, LAST BILL, OPEN SUSPENSE, DISPUTES,
      *  ARRANGEMENTS AND DIARIES, BROKER, DELIVERY PREFERENCE, RECENT
      *  AUDIT_COMM CHANGES AND THE CASE ALERT.  EACH LINE CARRIES THE
      *  PROGRAM THAT OWNS IT SO THE SCREEN CAN JUMP THERE.
      ***************************************
           05  C3-SUMMARY-COMM-AREA.
               10  C3-CASE-IDNTITY         PIC X(8)  VALUE SPACES.
               10  C3-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       SPACES = THE IDENTITY'S
      *                                                CASE
               10  C3-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  C3-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  C3-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = SUMMARY BUILT
      *                                       02 = CASE NOT ON FILE
      *                                       08 = NOT AUTHORIZED FOR
      *                                            THE CARRIER/SITE
      *                                       12 = SQL ERROR
               10  C3-CASE-NAME            PIC X(40) VALUE SPACES.
               10  C3-CARRIER-CODE         PIC X(2)  VALUE SPACES.
               10  C3-SITE-CODE            PIC X(2)  VALUE SPACES.
               10  C3-LINE-COUNT           PIC 9(2)  VALUE ZERO.
               10  C3-SUMMARY-LINE         OCCURS 12 TIMES.
                   15  C3-LINE-TEXT        PIC X(70).
                   15  C3-LINE-OWNER       PIC X(8).
      *                                       PROGRAM THAT OWNS THE LINE
