      ******************************************************************
      * DCLGEN TABLE(SENSITIVE_ACCESS_LOG)
      *        LIBRARY(IBMUSER.CICS.COPY(SENSACC))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW EVERY TIME A PROTECTED FIELD IS PUT IN FRONT OF AN     *
      * OPERATOR OR PORTAL USER - NA320, NA320A, THE NA320S SSN        *
      * SEARCH AND PORTINQ - WRITTEN THROUGH SENSLOG: WHO LOOKED, AT   *
      * WHICH TERMINAL, WHICH RECORD, WHICH FIELDS AND WHEN.  SECCHECK *
      * ONLY EVER RECORDED THE DENIALS; THIS IS THE TRAIL OF THE       *
      * SUCCESSFUL LOOKS.  THE SUBJECT'S NAME IS KEPT SO THE ANOMALY   *
      * REPORT CAN SPOT FAMILY AND COWORKER LOOKUPS.                   *
      *                                                                *
      * FIELDS_SHOWN - ONE Y/N PER FIELD:                              *
      *   1 SSN  2 DATE OF BIRTH  3 BANKING  4 BALANCE                 *
      ******************************************************************
           EXEC SQL DECLARE SENSITIVE_ACCESS_LOG TABLE
           ( LOG_ID                 DECIMAL(9, 0) NOT NULL,
             OPERATOR_LOGON         CHAR(8) NOT NULL,
             OPERATOR_NAME          CHAR(20) NOT NULL,
             TERMINAL_ID            CHAR(4) NOT NULL,
             PROGRAM_ID             CHAR(8) NOT NULL,
             RECORD_KEY             CHAR(8) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             SUBJECT_LAST_NAME      CHAR(20) NOT NULL,
             SUBJECT_FIRST_NAME     CHAR(15) NOT NULL,
             FIELDS_SHOWN           CHAR(4) NOT NULL,
             ACCESS_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SENSITIVE_ACCESS_LOG               *
      ******************************************************************
       01  SENSITIVE-ACCESS-LOG-REC.
      *                       LOG_ID
           10 SAL-LOG-ID           PIC S9(9)V USAGE COMP-3.
      *                       OPERATOR_LOGON
           10 SAL-OPERATOR-LOGON   PIC X(8).
      *                       OPERATOR_NAME
           10 SAL-OPERATOR-NAME    PIC X(20).
      *                       TERMINAL_ID
           10 SAL-TERMINAL-ID      PIC X(4).
      *                       PROGRAM_ID
           10 SAL-PROGRAM-ID       PIC X(8).
      *                       RECORD_KEY     (IDENTITY VIEWED)
           10 SAL-RECORD-KEY       PIC X(8).
      *                       CASE_NUM
           10 SAL-CASE-NUM         PIC X(6).
      *                       SUBJECT_LAST_NAME
           10 SAL-SUBJECT-LAST     PIC X(20).
      *                       SUBJECT_FIRST_NAME
           10 SAL-SUBJECT-FIRST    PIC X(15).
      *                       FIELDS_SHOWN
           10 SAL-FIELDS-SHOWN     PIC X(4).
      *                       ACCESS_TIMESTAMP
           10 SAL-ACCESS-TS        PIC X(26).
