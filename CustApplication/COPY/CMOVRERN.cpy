      ******************************************************************
      * DCLGEN TABLE(COMM_OVERRIDE)
      *        LIBRARY(IBMUSER.CICS.COPY(CMOVRERN))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * OVERRIDE EARNINGS LEDGER.  COMMDISB WRITES ONE ROW PER UPLINE *
      * LEVEL EACH TIME A WRITING AGENT'S COMMISSION IS PAID OR       *
      * ADVANCED (ENTRY_TYPE E = EARNED ON A CYCLE PAYMENT, A =       *
      * EARNED ON AN ADVANCE) AND A NEGATIVE ROW (R = ROLLBACK) FOR   *
      * THE SHARE OF THE COMMISSION TAKEN BACK BY RECOUPMENT.  ROWS   *
      * ARE PAID TO THE UPLINE BROKER NET, AND PAID_CYCLE_MONTH IS    *
      * STAMPED SO A RERUN NEVER PAYS AN OVERRIDE TWICE.              *
      ******************************************************************
           EXEC SQL DECLARE COMM_OVERRIDE TABLE
           ( WRITING_BROKER_ID      CHAR(9) NOT NULL,
             OVERRIDE_BROKER_ID     CHAR(9) NOT NULL,
             HIERARCHY_LEVEL        CHAR(1) NOT NULL,
             CYCLE_MONTH            CHAR(6) NOT NULL,
             ENTRY_TYPE             CHAR(1) NOT NULL,
             BASE_COMM              DECIMAL(9, 2) NOT NULL,
             OVERRIDE_PERCENT       DECIMAL(5, 2) NOT NULL,
             OVERRIDE_AMOUNT        DECIMAL(9, 2) NOT NULL,
             PAID_CYCLE_MONTH       CHAR(6),
             CREATE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COMM_OVERRIDE                      *
      ******************************************************************
       01  COMM-OVERRIDE-REC.
      *                       WRITING_BROKER_ID
           10 COV-WRITING-BROKER   PIC X(9).
      *                       OVERRIDE_BROKER_ID
           10 COV-OVERRIDE-BROKER  PIC X(9).
      *                       HIERARCHY_LEVEL
           10 COV-HIERARCHY-LEVEL  PIC X(1).
      *                       CYCLE_MONTH
           10 COV-CYCLE-MONTH      PIC X(6).
      *                       ENTRY_TYPE
           10 COV-ENTRY-TYPE       PIC X(1).
      *                       BASE_COMM
           10 COV-BASE-COMM        PIC S9(7)V99 USAGE COMP-3.
      *                       OVERRIDE_PERCENT
           10 COV-OVERRIDE-PERCENT PIC S9(3)V99 USAGE COMP-3.
      *                       OVERRIDE_AMOUNT
           10 COV-OVERRIDE-AMOUNT  PIC S9(7)V99 USAGE COMP-3.
      *                       PAID_CYCLE_MONTH
           10 COV-PAID-CYCLE-MONTH PIC X(6).
      *                       CREATE_TIMESTAMP
           10 COV-CREATE-TS        PIC X(26).
