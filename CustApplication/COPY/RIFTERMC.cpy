      ***************************************
      *  REDUCTION-IN-FORCE MASS TERMINATION COMMUNICATION AREA
      *  PROGRAM:         RIFTERM
      *  COPYBOOK NAME:   RIFTERMC
      *  RIFTERM TERMS AN EMPLOYER'S LAYOFF LIST IN ONE PASS: THE
      *  RIF_STAGE ROWS FOR THE CASE (FROM THE EMPLOYER'S FILE OR
      *  SELECTED ON SCREEN WITH 'S') ARE ALL VALIDATED FIRST, THEN
      *  TERMED AS ONE CHECKPOINTED BATCH ON ONE TERM DATE AND TERM
      *  CODE WITH EVERY DOWNSTREAM EVENT - COBRA (CONTMNT), LIFE
      *  CONVERSION (LIFECONV), RETRO CREDIT (RETROADJ), ID CARD TERM
      *  (HCARD) AND THE 834 TERM ON THE NEXT CHANGE-ONLY EDI834 RUN -
      *  AND CONFIRMED TO THE EMPLOYER ON THE RIFC TDQ.  GATED BY THE
      *  'RIFTERM' SECCHECK RESOURCE.
      ***************************************
           05  RT-RIFTERM-COMM-AREA.
               10  RT-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       S = STAGE ONE EMPLOYEE
      *                                           SELECTED ON SCREEN
      *                                       D = DROP ONE PENDING
      *                                           EMPLOYEE FROM THE LIST
      *                                       V = VALIDATE THE LIST ONLY
      *                                       T = VALIDATE AND TERM THE
      *                                           LIST
               10  RT-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  RT-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
      *                                       FUNCTIONS 'S' AND 'D'
               10  RT-TERM-DATE            PIC X(10) VALUE SPACES.
               10  RT-TERM-CODE            PIC X(1)  VALUE SPACE.
      *                                       FUNCTIONS 'V' AND 'T' -
      *                                       ONE DATE AND CODE FOR THE
      *                                       WHOLE LIST
               10  RT-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  RT-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  RT-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE NOT ON FILE, OR
      *                                            ('S'/'D') EMPLOYEE
      *                                            NOT ON THE CASE OR
      *                                            NOT ON THE LIST
      *                                       03 = NOT AUTHORIZED
      *                                       04 = THE LIST HAS REJECTS
      *                                            (WRITTEN TO RIFX) -
      *                                            NOBODY WAS TERMED
      *                                       05 = NOTHING PENDING ON
      *                                            THE LIST / ('S')
      *                                            ALREADY LISTED
      *                                       06 = TERM DATE OR TERM
      *                                            CODE MISSING OR
      *                                            INVALID
      *                                       08 = THE EMPLOYER'S FILE
      *                                            IS HELD OR NOT YET
      *                                            VERIFIED BY FILECTL
      *                                       12 = SQL OR LINK ERROR -
      *                                            CHECKPOINTED TERMS
      *                                            STAND AND THE RERUN
      *                                            RESUMES THE LIST
               10  RT-ROWS-LISTED          PIC 9(5)  VALUE ZERO.
               10  RT-ROWS-REJECTED        PIC 9(5)  VALUE ZERO.
               10  RT-ROWS-TERMED          PIC 9(5)  VALUE ZERO.
               10  RT-COBRA-EVENTS         PIC 9(5)  VALUE ZERO.
               10  RT-CONV-NOTICES         PIC 9(5)  VALUE ZERO.
               10  RT-CARDS-TERMED         PIC 9(5)  VALUE ZERO.
