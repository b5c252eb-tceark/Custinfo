      *  EVERY BATCH PROGRAM LINKS RUNLOG TWICE: 'S' AT THE TOP OF
      *  THE MAINLINE TO OPEN A BATCH_RUN_LOG ROW, AND 'E' ON THE
      *  WAY OUT WITH THE RECORD COUNT AND RETURN CODE.  OPSCON
      *  READS THE TABLE FOR THE OPERATIONS CONSOLE.  THE 'S' ALSO
      *  GATES A BATCH RUN: WHEN THE CALLER SETS RL-HOLD-CHECK (ITS
      *  BATCH FUNCTIONS ONLY - AN ONLINE OR PER-ITEM CALL IS NEVER
      *  HELD) AND A PREDECESSOR KEYED FOR THE PROGRAM ON
      *  BATCH_JOB_DEPEND HAS NOT COMPLETED FOR THE BUSINESS DATE,
      *  RUNLOG LOGS THE RUN AS HELD AND ANSWERS 08, AND THE CALLER
      *  ENDS AT ONCE - RETURN CODE 20 ON ITS OWN COMMAREA, NOTHING
      *  WORKED AND NO 'E'.
      ***************************************
           05  RL-RUNLOG-COMM-AREA.
               10  RL-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       FUNCTION 'E' ONLY
               10  RL-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = LOGGED
      *                                       08 = ('S') HELD FOR A
      *                                            PREDECESSOR - SEE
      *                                            RL-HELD-FOR-PROGRAM
      *                                       12 = SQL ERROR (THE RUN
      *                                            ITSELF CARRIES ON)
               10  RL-HELD-FOR-PROGRAM     PIC X(8)  VALUE SPACES.
      *                                       RETURN CODE 08 - THE FIRST
      *                                       PREDECESSOR FOUND MISSING
               10  RL-HOLD-CHECK           PIC X(1)  VALUE SPACE.
      *                                       FUNCTION 'S' ONLY -
      *                                       Y = BATCH RUN, CHECK THE
      *                                           PREDECESSORS
      *                                       SPACE = ONLINE OR PER-ITEM
      *                                           CALL, NEVER HELD
