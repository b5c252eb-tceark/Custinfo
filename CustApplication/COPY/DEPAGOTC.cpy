      ***************************************
      *  DEPENDENT AGE-OUT SWEEP COMMUNICATION AREA
      *  PROGRAM:         DEPAGOUT
      *  COPYBOOK NAME:   DEPAGOTC
      *  DEPMAINT APPLIES THE CASE'S DEP_COV_AGE1/DEP_COV_AGE2 LIMITS
      *  ONLY AT THE ADD, SO A CHILD WHO AGES PAST THEM STAYED ON.
      *  THE NIGHTLY SWEEP SENDS THE 60-DAY AGE-OUT NOTICE, ASKS
      *  STUDENTS TO RECERTIFY, ENDS COVERAGE AT THE LIMIT (OR WHEN
      *  A STUDENT'S CERTIFICATION LAPSES) AND HANDS EACH AGE-OUT TO
      *  CONTMNT AS A COBRA QUALIFYING EVENT.  A CERTIFIED STUDENT
      *  OR A DISABLED DEPENDENT IS RECORDED ONLINE AND THE SWEEP
      *  RESPECTS IT.  THE SWEEP'S ACTIONS GO TO THE DAGO TDQ.
      ***************************************
           05  DG-AGEOUT-COMM-AREA.
               10  DG-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       N = NIGHTLY SWEEP (BATCH)
      *                                       C = RECORD A STUDENT'S
      *                                           CERTIFICATION
      *                                       X = RECORD A DISABLED-
      *                                           DEPENDENT EXTENSION
               10  DG-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       FUNCTIONS 'C' AND 'X'
               10  DG-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
               10  DG-DEP-NUM              PIC S9(3)V COMP-3
                                                     VALUE ZERO.
               10  DG-THRU-DATE            PIC X(10) VALUE SPACES.
      *                                       'C' - THE LAST DAY THE
      *                                       SCHOOL CERTIFIES.
      *                                       'X' - THE EXTENSION END;
      *                                       SPACES = NO END
               10  DG-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  DG-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = DEPENDENT NOT ON
      *                                            FILE, NOT ACTIVE OR
      *                                            NOT A
      *                                            CHILD
      *                                       04 = BAD FIELD VALUES
      *                                       08 = OPERATOR FAILS THE
      *                                            SECURITY CHECK
      *                                       12 = SQL ERROR - RERUN TO
      *                                            RESUME
      *                                       20 = ('N') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  DG-DEPS-SCANNED         PIC 9(7)  VALUE ZERO.
               10  DG-NOTICES-SENT         PIC 9(5)  VALUE ZERO.
               10  DG-RECERTS-SENT         PIC 9(5)  VALUE ZERO.
               10  DG-AGED-OUT             PIC 9(5)  VALUE ZERO.
               10  DG-STUDENTS-TERMED      PIC 9(5)  VALUE ZERO.
      *                                       OF DG-AGED-OUT, THOSE
      *                                       WHOSE CERTIFICATION LAPSED
               10  DG-EXTENDED             PIC 9(5)  VALUE ZERO.
      *                                       PAST THE LIMIT ON A
      *                                       DISABLED EXTENSION
