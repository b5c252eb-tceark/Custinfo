      ******************************************************************
      * DCLGEN TABLE(LIFE_EVENT)
      *        LIBRARY(IBMUSER.CICS.COPY(LIFEEVT))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER QUALIFYING LIFE EVENT (SPECIAL ENROLLMENT) KEYED   *
      * THROUGH LIFEEVNT.  THE EVENT IS HELD TO ITS SPECIAL-ENROLLMENT *
      * WINDOW WHEN IT IS KEYED; THE COVERAGE AND DEPENDENT CHANGES    *
      * IT BRINGS WAIT ON LIFE_EVENT_CHANGE UNTIL THE PROOF ARRIVES,   *
      * THEN POST AS OF EFFECTIVE_DATE.  PROOF NOT IN BY DOC_DUE_DATE  *
      * IS ESCALATED BY THE NIGHTLY RUN.                               *
      ******************************************************************
           EXEC SQL DECLARE LIFE_EVENT TABLE
           ( EVENT_ID               DECIMAL(9, 0) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             EVENT_TYPE             CHAR(1) NOT NULL,
             EVENT_DATE             DATE NOT NULL,
             REQUEST_DATE           DATE NOT NULL,
             WINDOW_DAYS            DECIMAL(3, 0) NOT NULL,
             EFFECTIVE_DATE         DATE NOT NULL,
             EVENT_STATUS           CHAR(1) NOT NULL,
             DOC_DUE_DATE           DATE NOT NULL,
             DOC_RECEIVED_DATE      DATE,
             ESCALATED_DATE         DATE,
             PREMIUM_CHANGE         DECIMAL(7, 2) NOT NULL,
             ENTER_LOGON            CHAR(8) NOT NULL,
             ENTER_TIMESTAMP        TIMESTAMP NOT NULL,
             APPLY_LOGON            CHAR(8) NOT NULL,
             APPLY_TIMESTAMP        TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LIFE_EVENT                         *
      ******************************************************************
       01  LIFE-EVENT-REC.
      *                       EVENT_ID   (LIFE_EVENT_SEQ)
           10 LEV-EVENT-ID         PIC S9(9)V USAGE COMP-3.
      *                       CASE_NUM
           10 LEV-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 LEV-CASE-IDNTITY     PIC X(8).
      *                       EMP_NUM
           10 LEV-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       EVENT_TYPE
      *                         M = MARRIAGE
      *                         B = BIRTH
      *                         A = ADOPTION OR PLACEMENT
      *                         L = LOSS OF OTHER COVERAGE
      *                         C = LOSS OF MEDICAID/CHIP COVERAGE
           10 LEV-EVENT-TYPE       PIC X(1).
      *                       EVENT_DATE
           10 LEV-EVENT-DATE       PIC X(10).
      *                       REQUEST_DATE   (THE DAY THE MEMBER ASKED)
           10 LEV-REQUEST-DATE     PIC X(10).
      *                       WINDOW_DAYS   (THE WINDOW HELD TO)
           10 LEV-WINDOW-DAYS      PIC S9(3)V USAGE COMP-3.
      *                       EFFECTIVE_DATE
      *                         BIRTH/ADOPTION - THE EVENT DATE;
      *                         OTHERS - THE FIRST OF THE MONTH AFTER
      *                         THE REQUEST
           10 LEV-EFFECTIVE-DATE   PIC X(10).
      *                       EVENT_STATUS
      *                         P = PENDING PROOF
      *                         A = APPLIED
      *                         O = OUTSIDE THE WINDOW - REFUSED
      *                         X = WITHDRAWN
           10 LEV-EVENT-STATUS     PIC X(1).
      *                       DOC_DUE_DATE
           10 LEV-DOC-DUE-DATE     PIC X(10).
      *                       DOC_RECEIVED_DATE
           10 LEV-DOC-RECEIVED-DATE PIC X(10).
      *                       ESCALATED_DATE   (NULL = NOT ESCALATED)
           10 LEV-ESCALATED-DATE   PIC X(10).
      *                       PREMIUM_CHANGE   (MONTHLY, AS APPLIED)
           10 LEV-PREMIUM-CHANGE   PIC S9(5)V99 USAGE COMP-3.
      *                       ENTER_LOGON
           10 LEV-ENTER-LOGON      PIC X(8).
      *                       ENTER_TIMESTAMP
           10 LEV-ENTER-TS         PIC X(26).
      *                       APPLY_LOGON
           10 LEV-APPLY-LOGON      PIC X(8).
      *                       APPLY_TIMESTAMP
           10 LEV-APPLY-TS         PIC X(26).
