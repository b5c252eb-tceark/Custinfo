      ***************************************
      *  D&B BUSINESS-STATUS INTAKE COMMUNICATION AREA
      *  PROGRAM:         DUNSMTCH
      *  COPYBOOK NAME:   DUNSMTCC
      *  DUNSMTCH WORKS THE STAGED MONTHLY DUN & BRADSTREET FILE
      *  (DNB_EXTRACT, PROVED THROUGH FILECTL AS FILE TYPE 'DNB     ')
      *  AGAINST CASE_MASTER BY DUNS_NUM.  A CHANGED INDUSTRY CODE IS
      *  APPLIED TO SIC_CODE; AN OUT-OF-BUSINESS, BANKRUPT OR MERGED
      *  EMPLOYER GOES ON THE D&B REVIEW QUEUE IN WORKBSKT; AND IN-
      *  FORCE CASES THE FILE DID NOT MATCH ARE REPORTED FOR CLEANUP.
      ***************************************
           05  DN-DNB-COMM-AREA.
               10  DN-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       M = MATCH THE STAGED
      *                                           FILE (BATCH)
      *                                       C = CONFIRM ONE REVIEW
      *                                           ITEM
      *                                       X = CLEAR ONE REVIEW ITEM
               10  DN-DUNS-NUM             PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       FUNCTIONS 'C' AND 'X'
               10  DN-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  DN-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       03 = NO REVIEW ITEM FOR
      *                                            THE DUNS NUMBER
      *                                       08 = D&B FILE HELD OR
      *                                            NOT VERIFIED
      *                                       12 = SQL ERROR
      *                                       20 = ('M') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  DN-ROWS-READ            PIC 9(7)  VALUE ZERO.
               10  DN-REVIEWS-QUEUED       PIC 9(5)  VALUE ZERO.
               10  DN-SIC-CHANGES          PIC 9(5)  VALUE ZERO.
               10  DN-NO-CASE-COUNT        PIC 9(7)  VALUE ZERO.
               10  DN-CASES-UNMATCHED      PIC 9(5)  VALUE ZERO.
