      *  OPSCON READS BATCH_RUN_LOG AND WRITES THE CONSOLE VIEW:
      *  LAST-RUN STATUS PER PROGRAM WITH JOBS THAT ENDED NONZERO OR
      *  MISSED THEIR EXPECTED SCHEDULE FLAGGED, AND A DRILL-DOWN OF
      *  ONE PROGRAM'S RECENT RUNS WITH THEIR COUNTS.  OVER
      *  BATCH_JOB_DEPEND IT SHOWS ONE PROGRAM'S DEPENDENCY CHAIN,
      *  AND EVERY PROGRAM LEFT WAITING DOWNSTREAM OF ONE THAT FAILED,
      *  FOR A BUSINESS DATE.
      ***************************************
           05  OC-OPSCON-COMM-AREA.
               10  OC-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                           PER PROGRAM
      *                                       D = DRILL DOWN ON ONE
      *                                           PROGRAM'S RUNS
      *                                       P = ONE PROGRAM'S
      *                                           PREDECESSORS AND
      *                                           SUCCESSORS WITH THEIR
      *                                           STATUS FOR THE DAY
      *                                       W = PROGRAMS WAITING ON A
      *                                           FAILED PREDECESSOR
               10  OC-PROGRAM-NAME         PIC X(8)  VALUE SPACES.
      *                                       FUNCTIONS 'D' AND 'P'
               10  OC-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       02 = NOTHING LOGGED, OR
      *                                            ('P'/'W') NOTHING IN
      *                                            THE CHAIN / NOTHING
      *                                            WAITING
      *                                       12 = SQL ERROR
               10  OC-PROGRAMS-LISTED      PIC 9(5)  VALUE ZERO.
               10  OC-PROGRAMS-FLAGGED     PIC 9(5)  VALUE ZERO.
      *                                       'W' - THE PROGRAMS
      *                                       WAITING
               10  OC-BUSINESS-DATE        PIC X(10) VALUE SPACES.
      *                                       'P'/'W' - CCYY-MM-DD,
      *                                       SPACES = THE LATEST ON
      *                                       THE LOG (RETURNED)
