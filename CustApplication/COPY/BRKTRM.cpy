      ******************************************************************
      * DCLGEN TABLE(BROKER_TERMINATION)
      *        LIBRARY(IBMUSER.CICS.COPY(BRKTRM))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER BROKER CONTRACT TERMINATION.  THE TERMINATED      *
      * BROKER KEEPS ITS BOOK AT THE VESTED PERCENTAGE UNTIL          *
      * VESTING_END_DATE; BRKTERM THEN MOVES EVERY CASE TO THE        *
      * SUCCESSOR BROKER (OR, WHEN NONE WAS NAMED, THE HOUSE ACCOUNT  *
      * IN PROGRAM_RULES) AND STAMPS BOOK_MOVED_DATE AND THE BROKER   *
      * IT WENT TO.                                                   *
      ******************************************************************
           EXEC SQL DECLARE BROKER_TERMINATION TABLE
           ( BROKER_ID              CHAR(9) NOT NULL,
             TERM_DATE              DATE NOT NULL,
             CARR_STATUS_CODE       CHAR(2) NOT NULL,
             VESTING_PERCENT        DECIMAL(4, 1) NOT NULL,
             VESTING_END_DATE       DATE NOT NULL,
             SUCCESSOR_BROKER_ID    CHAR(9),
             BOOK_MOVED_DATE        DATE,
             MOVED_TO_BROKER_ID     CHAR(9),
             CASES_AFFECTED         DECIMAL(5, 0) NOT NULL,
             TERM_LOGON             CHAR(8) NOT NULL,
             TERM_TIMESTAMP         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BROKER_TERMINATION                 *
      ******************************************************************
       01  BROKER-TERMINATION-REC.
      *                       BROKER_ID
           10 BKT-BROKER-ID        PIC X(9).
      *                       TERM_DATE
           10 BKT-TERM-DATE        PIC X(10).
      *                       CARR_STATUS_CODE
           10 BKT-CARR-STATUS-CODE PIC X(2).
      *                       VESTING_PERCENT
           10 BKT-VESTING-PERCENT  PIC S9(3)V9(1) USAGE COMP-3.
      *                       VESTING_END_DATE
           10 BKT-VESTING-END-DATE PIC X(10).
      *                       SUCCESSOR_BROKER_ID
           10 BKT-SUCCESSOR-ID     PIC X(9).
      *                       BOOK_MOVED_DATE
           10 BKT-BOOK-MOVED-DATE  PIC X(10).
      *                       MOVED_TO_BROKER_ID
           10 BKT-MOVED-TO-ID      PIC X(9).
      *                       CASES_AFFECTED
           10 BKT-CASES-AFFECTED   PIC S9(5)V USAGE COMP-3.
      *                       TERM_LOGON
           10 BKT-TERM-LOGON       PIC X(8).
      *                       TERM_TIMESTAMP
           10 BKT-TERM-TS          PIC X(26).
