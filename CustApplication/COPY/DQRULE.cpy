      ******************************************************************
      * DCLGEN TABLE(DQ_RULE)
      *        LIBRARY(IBMUSER.CICS.COPY(DQRULE))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * FIELD-LEVEL DATA-QUALITY RULES SCORED NIGHTLY BY DQSCORE.      *
      * EACH ROW NAMES ONE OF THE CHECKS DQSCORE KNOWS (CHECK_TYPE)    *
      * AND THE PARAMETER IT RUNS WITH, SO A RULE CAN BE ADDED,        *
      * RETUNED OR SWITCHED OFF WITHOUT A PROGRAM CHANGE.              *
      ******************************************************************
           EXEC SQL DECLARE DQ_RULE TABLE
           ( RULE_CODE              CHAR(4) NOT NULL,
             CHECK_TYPE             CHAR(2) NOT NULL,
             RULE_DESC              CHAR(40) NOT NULL,
             RULE_PARM              CHAR(15) NOT NULL,
             SEVERITY               CHAR(1) NOT NULL,
             ACTIVE_IND             CHAR(1) NOT NULL,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DQ_RULE                            *
      ******************************************************************
       01  DQ-RULE-REC.
      *                       RULE_CODE
           10 DQR-RULE-CODE        PIC X(4).
      *                       CHECK_TYPE
      *                         DH = DATE OF BIRTH NOT BEFORE HIRE DATE
      *                         SZ = ZERO SALARY ON A SALARY-BASED LIFE
      *                              SCHEDULE (PARM = THE CASE
      *                              LIFE_OPTION VALUES THAT ARE
      *                              SALARY-BASED)
      *                         RZ = RATING ZIP MISSING OR NOT NUMERIC
      *                         TP = ZERO TOTAL PREMIUM WITH ACTIVE
      *                              COVERAGE
      *                         AG = AGE OUTSIDE PARM RANGE (MMMXXX,
      *                              DEFAULT 014099)
      *                         SX = SEX CODE NOT M OR F
           10 DQR-CHECK-TYPE       PIC X(2).
      *                       RULE_DESC
           10 DQR-RULE-DESC        PIC X(40).
      *                       RULE_PARM
           10 DQR-RULE-PARM        PIC X(15).
      *                       SEVERITY  (H/M/L)
           10 DQR-SEVERITY         PIC X(1).
      *                       ACTIVE_IND  (Y/N)
           10 DQR-ACTIVE-IND       PIC X(1).
      *                       CHANGE_LOGON
           10 DQR-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 DQR-CHANGE-TS        PIC X(26).
