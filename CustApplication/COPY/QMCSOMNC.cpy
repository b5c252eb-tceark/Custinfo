      ***************************************
      *  MEDICAL CHILD SUPPORT ORDER COMMUNICATION AREA
      *  PROGRAM:         QMCSOMNT
      *  COPYBOOK NAME:   QMCSOMNC
      *  'R' RECORDS A COURT ORDER OR AGENCY NOTICE ON QMCSO_ORDER AND
      *  SENDS THE RECEIPT NOTICES.  'Q' (QUALIFIED), 'N' (NOT
      *  QUALIFIED) AND 'E' (END THE ORDER) ARE THE 'QMCSOMNT'
      *  SECCHECK RESOURCE.  'Q' PUTS THE CHILD ON THROUGH DEPMAINT
      *  AND THE EMPLOYEE ON THE ORDERED COVERAGE WHETHER ELECTED OR
      *  NOT.  THE NIGHTLY 'X' RUN RETRIES RECEIPT NOTICES THAT DID
      *  NOT GO, ESCALATES ORDERS PAST THEIR DETERMINATION DEADLINE
      *  AND ENDS ORDERS PAST THEIR END DATE.
      ***************************************
           05  QM-QMCSO-COMM-AREA.
               10  QM-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       R = RECEIVE AN ORDER
      *                                       Q = QUALIFIED - ENROLL
      *                                       N = NOT QUALIFIED
      *                                       E = END THE ORDER
      *                                       X = NIGHTLY DEADLINE RUN
      *                                           (BATCH)
               10  QM-ORDER-ID             PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       'Q' 'N' 'E' - IN
      *                                       'R' - RETURNED
               10  QM-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  QM-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
               10  QM-DEP-NUM              PIC S9(3)V COMP-3
                                                     VALUE ZERO.
      *                                       'R' - THE CHILD'S DEP_NUM
      *                                       IF ALREADY ON FILE, ELSE
      *                                       ZERO ('Q' ADDS THE CHILD)
               10  QM-ORDER-NUMBER         PIC X(20) VALUE SPACES.
               10  QM-ORDER-SOURCE         PIC X(1)  VALUE SPACE.
      *                                       C = COURT  A = AGENCY
               10  QM-ISSUING-AGENCY       PIC X(40) VALUE SPACES.
               10  QM-AGENCY-STATE         PIC X(2)  VALUE SPACES.
               10  QM-ORDER-DATE           PIC X(10) VALUE SPACES.
               10  QM-RECEIVED-DATE        PIC X(10) VALUE SPACES.
      *                                       SPACES = TODAY
               10  QM-CHILD-LAST-NAME      PIC X(20) VALUE SPACES.
               10  QM-CHILD-FIRST-NAME     PIC X(15) VALUE SPACES.
               10  QM-CHILD-SEX            PIC X(1)  VALUE SPACE.
               10  QM-CHILD-DOB            PIC X(10) VALUE SPACES.
               10  QM-CHILD-SSN            PIC S9(9)V COMP-3
                                                     VALUE ZERO.
               10  QM-COV-TYPE             PIC X(8)  VALUE SPACES.
               10  QM-PLAN-CODE            PIC X(2)  VALUE SPACES.
               10  QM-PREMIUM              PIC S9(5)V99 COMP-3
                                                     VALUE ZERO.
      *                                       'Q' - THE EMPLOYEE'S
      *                                       PREMIUM WHEN THE ORDER
      *                                       PUTS THEM ON THE PLAN
               10  QM-ALT-RECIP-NAME       PIC X(30) VALUE SPACES.
               10  QM-ALT-RECIP-ADDR1      PIC X(30) VALUE SPACES.
               10  QM-ALT-RECIP-ADDR2      PIC X(30) VALUE SPACES.
               10  QM-ALT-RECIP-CITY       PIC X(20) VALUE SPACES.
               10  QM-ALT-RECIP-STATE      PIC X(2)  VALUE SPACES.
               10  QM-ALT-RECIP-ZIP        PIC X(9)  VALUE SPACES.
               10  QM-ORDER-END-DATE       PIC X(10) VALUE SPACES.
      *                                       'R' - IF THE ORDER SAYS
      *                                       'E' - SPACES = TODAY
               10  QM-STATUS-REASON        PIC X(40) VALUE SPACES.
      *                                       'N' 'E' - REQUIRED
               10  QM-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  QM-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE, EMPLOYEE OR
      *                                            NAMED DEPENDENT NOT
      *                                            ON FILE
      *                                       03 = ORDER NOT ON FILE OR
      *                                            NOT IN A STATUS THAT
      *                                            ALLOWS IT
      *                                       04 = MISSING OR INVALID
      *                                            DATA
      *                                       07 = DEPMAINT WOULD NOT
      *                                            ADD THE CHILD (SEE
      *                                            QM-DEPMAINT-RC) -
      *                                            NOTHING CHANGED
      *                                       08 = NOT AUTHORIZED
      *                                       12 = SQL ERROR
      *                                       20 = ('X') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  QM-DEPMAINT-RC          PIC X(2)  VALUE SPACES.
               10  QM-DETERMINE-DUE-DATE   PIC X(10) VALUE SPACES.
               10  QM-NOTICES-SENT         PIC 9(5)  VALUE ZERO.
               10  QM-NOTICES-FAILED       PIC 9(5)  VALUE ZERO.
      *                                       A NOTICE CORRGEN REFUSED
      *                                       IS TRIED AGAIN BY 'X'
      *                                       (RECEIPT) OR LEFT TO THE
      *                                       DIARY ('Q' 'N')
               10  QM-ORDERS-ESCALATED     PIC 9(5)  VALUE ZERO.
               10  QM-ORDERS-ENDED         PIC 9(5)  VALUE ZERO.
