      ***************************************
      *  DATA-QUALITY SCORING COMMUNICATION AREA
      *  PROGRAM:         DQSCORE
      *  COPYBOOK NAME:   DQSCOREC
      *  THE NIGHTLY RUN SCORES EVERY ACTIVE EMPLOYEE AGAINST THE
      *  ACTIVE DQ_RULE ROWS, SETS EMPLOYEE.DATA_ERROR_FLAG, KEEPS
      *  THE DQ_EXCEPTION CORRECTION WORKLIST (WORKBSKT QUEUE
      *  DATAQUAL) AND WRITES THE PER-CASE AND PER-SITE SCORECARD
      *  TO DQ_SCORECARD AND THE DQSC TDQ.
      ***************************************
           05  DQ-SCORE-COMM-AREA.
               10  DQ-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       S = SCORING RUN
               10  DQ-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = RUN COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO ACTIVE RULES
      *                                       12 = SQL ERROR - THE
      *                                            CASES ALREADY SCORED
      *                                            STAND; A RERUN
      *                                            SCORES THEM AGAIN
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  DQ-RULES-LOADED         PIC 9(3)  VALUE ZERO.
               10  DQ-CASES-SCORED         PIC 9(5)  VALUE ZERO.
               10  DQ-EMPS-CHECKED         PIC 9(7)  VALUE ZERO.
               10  DQ-EMPS-FLAGGED         PIC 9(7)  VALUE ZERO.
               10  DQ-ITEMS-OPENED         PIC 9(7)  VALUE ZERO.
               10  DQ-ITEMS-CLOSED         PIC 9(7)  VALUE ZERO.
