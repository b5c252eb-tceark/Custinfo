      *                                            FILE
      *                                       03 = SURVIVOR AND LOSER
      *                                            ARE THE SAME
      *                                       04 = AN IDENTITY, OR A
      *                                            BROKER OR CASE IT
      *                                            OWNS, IS UNDER LEGAL
      *                                            HOLD - NOTHING MOVED
      *                                       12 = SQL ERROR - BACKED OUT
               10  IM-ROWS-REPOINTED       PIC 9(5)  VALUE ZERO.
               10  IM-CANDIDATES-FOUND     PIC 9(5)  VALUE ZERO.
