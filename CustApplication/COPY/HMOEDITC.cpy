      ***************************************
      *  HMO SERVICE-AREA AND PCP EDIT COMMUNICATION AREA
      *  PROGRAM:         HMOEDIT
      *  COPYBOOK NAME:   HMOEDITC
      *  THE EMPLOYEE ADD/CHANGE EDITS PASS EACH HEALTH ELECTION ON
      *  A CASE WITH AN HMO SERVICE_AREA THROUGH 'E' BEFORE POSTING
      *  IT: THE MEMBER'S RATING_ZIP MUST BE IN THE SERVICE AREA
      *  (HMO_SERVICE_ZIP) AND PROVIDER_NUM MUST BE AN ACTIVE PCP OF
      *  THAT AREA ON THE PROVIDER TABLE.  'T' WORKS THE STAGED
      *  PROVIDER-TERMINATION FILE (FILECTL TYPE 'PROVTERM'): THE
      *  PROVIDER IS TERMED AND EVERY ACTIVE MEMBER ASSIGNED TO IT IS
      *  QUEUED ON PCP_REASSIGN WITH A NOTICE LETTER.  'R' RECORDS
      *  THE MEMBER'S NEW PCP AND CLOSES THE QUEUE ITEM.
      ***************************************
           05  HM-HMO-COMM-AREA.
               10  HM-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       E = EDIT ONE ELECTION
      *                                       T = PROVIDER-TERMINATION
      *                                           FILE INTAKE (BATCH)
      *                                       R = RECORD A MEMBER'S
      *                                           NEW PCP
               10  HM-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  HM-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
      *                                       'R' ONLY
               10  HM-COV-TYPE             PIC X(8)  VALUE SPACES.
               10  HM-RATING-ZIP           PIC X(5)  VALUE SPACES.
               10  HM-PROVIDER-NUM         PIC X(15) VALUE SPACES.
      *                                       'E' - THE ELECTED PCP
      *                                       'R' - THE NEW PCP
               10  HM-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
      *                                       THE COVERAGE EFF_DATE
               10  HM-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  HM-HMO-IND              PIC X(1)  VALUE SPACE.
      *                                       'E' - Y = AN HMO ELECTION
      *                                             N = NOT, NO EDIT
               10  HM-REJECT-REASON        PIC X(20) VALUE SPACES.
               10  HM-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE /
      *                                            ELECTION PASSES
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE OR MEMBER NOT
      *                                            FOUND
      *                                       03 = NO OPEN REASSIGNMENT
      *                                            FOR THE MEMBER ('R')
      *                                       05 = ZIP OUTSIDE THE
      *                                            SERVICE AREA
      *                                       06 = PCP NOT VALID
      *                                       08 = PROVIDER FILE HELD OR
      *                                            NOT VERIFIED
      *                                       12 = SQL ERROR
      *                                       20 = ('T') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  HM-PROVIDERS-TERMED     PIC 9(5)  VALUE ZERO.
               10  HM-MEMBERS-QUEUED       PIC 9(7)  VALUE ZERO.
