      ******************************************************************
      * DCLGEN TABLE(MEMBER_ID_XREF)
      *        LIBRARY(IBMUSER.CICS.COPY(MBRIDXR))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER PERSON - EMPLOYEE OR DEPENDENT - HOLDING THE       *
      * SYSTEM-ASSIGNED MEMBER ID THAT GOES ON THE ID CARD AND THE     *
      * OUTBOUND FILES IN PLACE OF THE SSN.  MBRIDGEN ASSIGNS IT FROM  *
      * MEMBER_ID_SEQ WITH A MOD-10 CHECK DIGIT.  A ROW IS NEVER       *
      * DELETED, SO AN ID IS NEVER HANDED OUT TWICE; EMPXFER MOVES THE *
      * ROW TO THE NEW KEY WHEN THE PERSON CHANGES CASE, SO THE ID     *
      * STAYS WITH THE PERSON.  UNIQUE ON MEMBER_ID AND ON THE KEY.    *
      ******************************************************************
           EXEC SQL DECLARE MEMBER_ID_XREF TABLE
           ( MEMBER_ID              CHAR(11) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             DEP_NUM                DECIMAL(3, 0) NOT NULL,
             ASSIGN_ORIGIN          CHAR(1) NOT NULL,
             ASSIGNED_LOGON         CHAR(8) NOT NULL,
             ASSIGNED_TS            TIMESTAMP NOT NULL,
             CHANGE_TS              TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MEMBER_ID_XREF                     *
      ******************************************************************
       01  MEMBER-ID-XREF-REC.
      *                       MEMBER_ID
      *                         'M', THE NINE-DIGIT MEMBER_ID_SEQ
      *                         VALUE AND A MOD-10 CHECK DIGIT
           10 MIX-MEMBER-ID        PIC X(11).
      *                       CASENAME#IDNTITY
           10 MIX-CASE-IDNTITY     PIC X(8).
      *                       CASE_NUM
           10 MIX-CASE-NUM         PIC X(6).
      *                       EMP_NUM
           10 MIX-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       DEP_NUM
      *                         ZERO FOR THE EMPLOYEE, ELSE THE
      *                         DEPENDENT'S DEP_NUM
           10 MIX-DEP-NUM          PIC S9(3)V USAGE COMP-3.
      *                       ASSIGN_ORIGIN
      *                         A = ON THE ADD OR ON FIRST USE
      *                         N = NIGHTLY SWEEP
      *                         C = CONVERSION OF THE EXISTING BOOK
           10 MIX-ASSIGN-ORIGIN    PIC X(1).
      *                       ASSIGNED_LOGON
           10 MIX-ASSIGNED-LOGON   PIC X(8).
      *                       ASSIGNED_TS
           10 MIX-ASSIGNED-TS      PIC X(26).
      *                       CHANGE_TS
      *                         SET WHEN A TRANSFER MOVES THE ROW
           10 MIX-CHANGE-TS        PIC X(26).
