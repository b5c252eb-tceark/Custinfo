      ***************************************
      *  RETURNED MAIL COMMUNICATION AREA
      *  PROGRAM:         RTNMAIL
      *  COPYBOOK NAME:   RTNMAILC
      *  RTNMAIL OWNS THE UNDELIVERABLE-ADDRESS FLAG.  A RETURNED
      *  PIECE COMES IN SCANNED ('S' - THE DECODED IMB) OR KEYED
      *  ('K' - IDENTITY AND DOCUMENT) FROM NA380; EITHER WAY THE
      *  ADDRESS IS FLAGGED, A MAILDESK DIARY ASKS FOR A CORRECTED
      *  ADDRESS AND THE IDENTITY'S CASES ARE SWITCHED TO EMAIL
      *  BILLING WHERE EBILLGEN HAS AN ADDRESS.  EVERY PROGRAM THAT
      *  MAILS PAPER ASKS 'Q' FIRST, AND NA340 CLEARS THE FLAG ('C')
      *  WHEN THE ADDRESS IS CORRECTED.
      ***************************************
           05  RM-RTNMAIL-COMM-AREA.
               10  RM-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       S = SCANNED IMB INTAKE
      *                                       K = KEYED INTAKE
      *                                       Q = IS THE ADDRESS
      *                                           UNDELIVERABLE
      *                                       C = CLEAR - THE ADDRESS
      *                                           WAS CORRECTED
               10  RM-IMB-BARCODE          PIC X(31) VALUE SPACES.
      *                                       'S' - THE DECODED DIGITS,
      *                                       20-DIGIT TRACKING CODE
      *                                       THEN THE ROUTING ZIP
               10  RM-IDNTITY              PIC X(8)  VALUE SPACES.
      *                                       GIVEN TO 'K', 'Q' AND
      *                                       'C'; RETURNED BY 'S'
               10  RM-DOC-TYPE             PIC X(1)  VALUE SPACE.
      *                                       B = BILL  C = LETTER
      *                                       I = ID CARD
      *                                       K = CERTIFICATE
      *                                       O = OTHER
      *                                       GIVEN TO 'K'; RETURNED
      *                                       BY 'S'
               10  RM-DOC-REF              PIC X(20) VALUE SPACES.
               10  RM-RETURN-REASON        PIC X(2)  VALUE SPACES.
      *                                       AN IA NF NS RF VC UN -
      *                                       SPACES = UN
               10  RM-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  RM-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION,
      *                                            DOCUMENT TYPE OR
      *                                            REASON CODE
      *                                       02 = IDENTITY NOT ON FILE
      *                                       03 = NOT ONE OF OUR
      *                                            BARCODES
      *                                       05 = MAILED TO A ZIP NO
      *                                            LONGER ON FILE -
      *                                            LOGGED STALE, THE
      *                                            ADDRESS NOT FLAGGED
      *                                       12 = SQL ERROR
               10  RM-UNDELIVERABLE-SW     PIC X(1)  VALUE SPACE.
      *                                       Y = AN OPEN RETURN IS ON
      *                                           FILE - MAIL NO PAPER
      *                                       N = DELIVERABLE
               10  RM-RETURN-ID            PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       'S' AND 'K' - THE ROW
      *                                       WRITTEN
               10  RM-OPEN-RETURNS         PIC 9(3)  VALUE ZERO.
      *                                       'Q' - OPEN RETURNS ON
      *                                       FILE; 'C' - HOW MANY
      *                                       CLEARED
               10  RM-CASES-SWITCHED       PIC 9(3)  VALUE ZERO.
      *                                       CASES MOVED TO EMAIL
               10  RM-CASES-NO-EMAIL       PIC 9(3)  VALUE ZERO.
      *                                       CASES LEFT ON PAPER FOR
      *                                       WANT OF AN EMAIL ADDRESS
