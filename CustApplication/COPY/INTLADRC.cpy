      ***************************************
      *  INTERNATIONAL ADDRESS COMMUNICATION AREA
      *  PROGRAM:         INTLADR
      *  COPYBOOK NAME:   INTLADRC
      *  A FOREIGN ADDRESS (ZIP '00100' WITH A COUNTRY CODE, OR AN
      *  AGNTNAME ROW FLAGGED FOREIGN_FLG = 'Y') NEVER GOES THROUGH
      *  FINALIST/CASS.  'E' EDITS IT AGAINST THE COUNTRY'S POSTAL
      *  CODE PATTERN AND REQUIRED LINES IN PROGRAM_RULES; 'M' TELLS
      *  A PRINT PROGRAM WHETHER AN IDENTITY MAILS INTERNATIONALLY
      *  AND HANDS BACK THE COUNTRY LINE AND POSTAGE CLASS.
      ***************************************
           05  IA-INTL-ADDRESS-COMM-AREA.
               10  IA-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       E = EDIT A FOREIGN
      *                                           ADDRESS
      *                                       M = MAIL ROUTING FOR
      *                                           IA-IDNTITY
               10  IA-IDNTITY              PIC X(8)  VALUE SPACES.
      *                                       'M': AGNTNAME OR
      *                                       CASENAME IDENTITY
               10  IA-COUNTRY-CODE         PIC X(3)  VALUE SPACES.
               10  IA-POSTAL-CODE          PIC X(9)  VALUE SPACES.
               10  IA-ADDRESS1             PIC X(30) VALUE SPACES.
               10  IA-CITY                 PIC X(30) VALUE SPACES.
               10  IA-STATE                PIC X(2)  VALUE SPACES.
      *                                       PROVINCE/REGION
               10  IA-FOREIGN-IND          PIC X(1)  VALUE 'N'.
      *                                       'M': Y = INTERNATIONAL
      *                                            MAIL STREAM
               10  IA-COUNTRY-LINE         PIC X(30) VALUE SPACES.
               10  IA-POSTAGE-CLASS        PIC X(4)  VALUE SPACES.
               10  IA-ROUTING-LINE         PIC X(80) VALUE SPACES.
      *                                       'M': SEPARATOR LINE A
      *                                       PRINT PROGRAM WRITES
      *                                       AHEAD OF EACH FOREIGN
      *                                       PIECE
               10  IA-ERROR-FIELD          PIC X(1)  VALUE SPACE.
      *                                       'E': K = COUNTRY CODE
      *                                            P = POSTAL CODE
      *                                            A = ADDRESS LINE 1
      *                                            C = CITY
      *                                            S = STATE/PROVINCE
               10  IA-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = IDENTITY NOT ON FILE
      *                                       04 = COUNTRY CODE MISSING
      *                                            OR 'US'
      *                                       05 = POSTAL CODE DOES NOT
      *                                            FIT THE COUNTRY'S
      *                                            PATTERN
      *                                       06 = A LINE THE COUNTRY
      *                                            REQUIRES IS BLANK
      *                                       12 = SQL ERROR
