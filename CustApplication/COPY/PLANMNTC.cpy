      *                                       03 = NOT AUTHORIZED         PLANMNTC
      *                                       04 = PLAN_CODE ALREADY      PLANMNTC
      *                                            EXISTS                PLANMNTC
      *                                       05 = PART D VALUE NOT C, N  PLANMNTC
      *                                            OR SPACE              PLANMNTC
               10  PM-PART-D-CREDITABLE     PIC X(1)  VALUE SPACE.       PLANMNTC
      *                                       C = CREDITABLE              PLANMNTC
      *                                       N = NOT CREDITABLE          PLANMNTC
      *                                       SPACE = NO DRUG BENEFIT     PLANMNTC
