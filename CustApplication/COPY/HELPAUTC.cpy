      ***************************************
      *  TU003 HELP-TEXT AUTHORING COMMUNICATION AREA
      *  PROGRAM:         HELPAUTH
      *  COPYBOOK NAME:   HELPAUTC
      *  A BUSINESS ANALYST (THE 'HELPAUTH' SECCHECK RESOURCE) STARTS
      *  FROM THE PUBLISHED TEXT ('G') AND SAVES A DRAFT ('D') OF
      *  SCREEN, FIELD OR MESSAGE HELP.  SOMEONE ELSE HOLDING
      *  'HELPAPPR' APPROVES ('A') OR REJECTS ('J') IT AND PUBLISHES
      *  ('P') THE APPROVED DRAFT TO TURBDATA AS A NEW VERSION - THE
      *  PRIOR VERSIONS STAY ON FILE.  THE 'X' RUN LISTS THE NA3XX
      *  SCREENS AND FIELDS THAT HAVE NO HELP AT ALL ON THE HLPC TDQ.
      ***************************************
           05  HA-HELPAUTH-COMM-AREA.
               10  HA-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       G = GET THE PUBLISHED TEXT
      *                                       D = SAVE A DRAFT
      *                                       A = APPROVE A DRAFT
      *                                       J = REJECT A DRAFT
      *                                       P = PUBLISH AN APPROVED
      *                                           DRAFT
      *                                       X = MISSING-HELP REPORT
      *                                           (BATCH)
               10  HA-DRAFT-ID             PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       'D' - ZERO = NEW DRAFT
      *                                       'A' 'J' 'P' - REQUIRED
               10  HA-HELP-TYPE            PIC X(1)  VALUE SPACE.
      *                                       S = SCREEN HELP
      *                                       F = FIELD HELP
      *                                       M = MESSAGE HELP
               10  HA-SCREEN-NAME          PIC X(8)  VALUE SPACES.
               10  HA-PAGE-NUMBER          PIC 9(2)  VALUE ZERO.
      *                                       'S' - ZERO = PAGE 1
               10  HA-FIELD-FILE           PIC X(2)  VALUE SPACES.
               10  HA-FIELD-NUMBER         PIC 9(5)  VALUE ZERO.
               10  HA-SYSTEM-CODE          PIC X(2)  VALUE SPACES.
               10  HA-MESSAGE-NUMBER       PIC 9(3)  VALUE ZERO.
               10  HA-SEVERITY-CODE        PIC X(1)  VALUE SPACE.
               10  HA-HELP-TITLE           PIC X(80) VALUE SPACES.
      *                                       SCREEN TITLE, FIELD NAME
      *                                       (30) OR MESSAGE TEXT (35)
               10  HA-HELP-TEXT.
                   15  HA-HELP-LINE        PIC X(80) OCCURS 20 TIMES.
      *                                       SCREEN 20 LINES, FIELD
      *                                       AND MESSAGE 10
               10  HA-REVIEW-NOTE          PIC X(60) VALUE SPACES.
      *                                       'J' - WHY IT IS REJECTED
               10  HA-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  HA-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = DRAFT OR PUBLISHED
      *                                            HELP NOT FOUND, OR
      *                                            NOT IN A STATUS THAT
      *                                            ALLOWS THE FUNCTION
      *                                       03 = INVALID HELP TYPE,
      *                                            KEY OR TEXT LENGTH
      *                                       04 = NO TEXT, OR NO NOTE
      *                                            ON A REJECTION
      *                                       05 = ANOTHER DRAFT OF THE
      *                                            SAME HELP IS OPEN
      *                                       06 = AUTHOR CANNOT APPROVE
      *                                            OR PUBLISH OWN DRAFT
      *                                       08 = NOT AUTHORIZED
      *                                       12 = SQL OR FILE ERROR
      *                                       20 = ('X') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  HA-SCREENS-CHECKED      PIC 9(5)  VALUE ZERO.
               10  HA-SCREENS-MISSING      PIC 9(5)  VALUE ZERO.
               10  HA-FIELDS-CHECKED       PIC 9(5)  VALUE ZERO.
               10  HA-FIELDS-MISSING       PIC 9(5)  VALUE ZERO.
