      ******************************************************************
      * DCLGEN TABLE(LIFE_EVENT_CHANGE)
      *        LIBRARY(IBMUSER.CICS.COPY(LIFECHG))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE COVERAGE AND DEPENDENT CHANGES A LIFE_EVENT BRINGS, PENDED *
      * UNTIL THE EVENT'S PROOF IS RECEIVED AND THEN POSTED BY         *
      * LIFEEVNT - COVERAGE ROWS DIRECTLY, DEPENDENTS THROUGH DEPMAINT.*
      ******************************************************************
           EXEC SQL DECLARE LIFE_EVENT_CHANGE TABLE
           ( EVENT_ID               DECIMAL(9, 0) NOT NULL,
             CHANGE_SEQ             DECIMAL(3, 0) NOT NULL,
             CHANGE_TYPE            CHAR(1) NOT NULL,
             COV_TYPE               CHAR(8) NOT NULL,
             PLAN_CODE              CHAR(2) NOT NULL,
             PREMIUM                DECIMAL(7, 2) NOT NULL,
             DEP_NUM                DECIMAL(3, 0) NOT NULL,
             LAST_NAME              CHAR(20) NOT NULL,
             FIRST_NAME             CHAR(15) NOT NULL,
             RELATIONSHIP           CHAR(1) NOT NULL,
             SEX                    CHAR(1) NOT NULL,
             DATE_OF_BIRTH          DATE,
             SSN                    DECIMAL(9, 0) NOT NULL,
             STUDENT_IND            CHAR(1) NOT NULL,
             CHANGE_STATUS          CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LIFE_EVENT_CHANGE                  *
      ******************************************************************
       01  LIFE-EVENT-CHANGE-REC.
      *                       EVENT_ID
           10 LEC-EVENT-ID         PIC S9(9)V USAGE COMP-3.
      *                       CHANGE_SEQ
           10 LEC-CHANGE-SEQ       PIC S9(3)V USAGE COMP-3.
      *                       CHANGE_TYPE
      *                         C = ADD A COVERAGE
      *                         T = TERM A COVERAGE
      *                         D = ADD A DEPENDENT
      *                         R = REMOVE A DEPENDENT
           10 LEC-CHANGE-TYPE      PIC X(1).
      *                       COV_TYPE   ('C', 'T')
           10 LEC-COV-TYPE         PIC X(8).
      *                       PLAN_CODE   ('C')
           10 LEC-PLAN-CODE        PIC X(2).
      *                       PREMIUM
      *                         'C' - THE NEW COVERAGE'S MONTHLY
      *                         PREMIUM; 'D', 'R' - THE MONTHLY TIER
      *                         CHANGE (+ OR -); 'T' - TAKEN FROM THE
      *                         COVERAGE ROW WHEN IT IS TERMED
           10 LEC-PREMIUM          PIC S9(5)V99 USAGE COMP-3.
      *                       DEP_NUM   ('D', 'R')
           10 LEC-DEP-NUM          PIC S9(3)V USAGE COMP-3.
      *                       LAST_NAME   ('D')
           10 LEC-LAST-NAME        PIC X(20).
      *                       FIRST_NAME   ('D')
           10 LEC-FIRST-NAME       PIC X(15).
      *                       RELATIONSHIP   ('D')
           10 LEC-RELATIONSHIP     PIC X(1).
      *                       SEX   ('D')
           10 LEC-SEX              PIC X(1).
      *                       DATE_OF_BIRTH   ('D')
           10 LEC-DATE-OF-BIRTH    PIC X(10).
      *                       SSN   ('D')
           10 LEC-SSN              PIC S9(9)V USAGE COMP-3.
      *                       STUDENT_IND   ('D')
           10 LEC-STUDENT-IND      PIC X(1).
      *                       CHANGE_STATUS
      *                         P = PENDING   A = APPLIED
           10 LEC-CHANGE-STATUS    PIC X(1).
