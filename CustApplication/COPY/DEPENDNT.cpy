      * EMPLOYEE'S DEPENDENCY_CODE SAYS WHAT TIER IS BILLED; THESE    *
      * ROWS SAY WHO IS ACTUALLY COVERED, WHICH IS WHAT THE CARRIERS  *
      * KEEP ASKING FOR.  MAINTAINED BY DEPMAINT WITH THE CASE'S      *
      * DEP_COV_AGE LIMITS APPLIED.  THE NIGHTLY DEPAGOUT SWEEP       *
      * KEEPS THE STUDENT CERTIFICATION, DISABLED-DEPENDENT EXTENSION  *
      * AND AGE-OUT NOTICE COLUMNS.                                   *
      ******************************************************************
           EXEC SQL DECLARE DEPENDENT TABLE
           ( CASENAME#IDNTITY       CHAR(8) NOT NULL,
             TERM_DATE              DATE,
             ACTIVE_IND             CHAR(1) NOT NULL,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_DATE            TIMESTAMP NOT NULL,
             STUDENT_CERT_THRU      DATE,
             RECERT_REQ_DATE        DATE,
             DISABLED_EXT_IND       CHAR(1) NOT NULL WITH DEFAULT,
             DISABLED_EXT_THRU      DATE,
             AGEOUT_NOTICE_DATE     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEPENDENT                          *
           10 DEP-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_DATE
           10 DEP-CHANGE-DATE      PIC X(26).
      *                       STUDENT_CERT_THRU
      *                         LAST DAY THE SCHOOL'S CERTIFICATION
      *                         COVERS - NULL = NEVER CERTIFIED
           10 DEP-STUDENT-CERT-THRU PIC X(10).
      *                       RECERT_REQ_DATE
      *                         WHEN THE LAST RECERTIFICATION REQUEST
      *                         WENT OUT
           10 DEP-RECERT-REQ-DATE  PIC X(10).
      *                       DISABLED_EXT_IND
      *                         Y = DISABLED DEPENDENT - COVERED PAST
      *                             THE AGE LIMIT
           10 DEP-DISABLED-EXT-IND PIC X(1).
      *                       DISABLED_EXT_THRU
      *                         NULL = NO END (PROOF ON FILE)
           10 DEP-DISABLED-EXT-THRU PIC X(10).
      *                       AGEOUT_NOTICE_DATE
      *                         WHEN THE ADVANCE AGE-OUT NOTICE WENT OUT
           10 DEP-AGEOUT-NOTICE-DATE PIC X(10).
