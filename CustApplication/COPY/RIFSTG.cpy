      ******************************************************************
      * DCLGEN TABLE(RIF_STAGE)
      *        LIBRARY(IBMUSER.CICS.COPY(RIFSTG))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * REDUCTION-IN-FORCE LIST: ONE ROW PER EMPLOYEE AN EMPLOYER IS   *
      * LAYING OFF, LOADED FROM THE EMPLOYER'S FILE OR SELECTED ON     *
      * SCREEN.  RIFTERM VALIDATES THE WHOLE PENDING LIST, TERMS IT AS *
      * ONE CHECKPOINTED BATCH AND CONFIRMS IT.  THE PER-ROW STATUS    *
      * MAKES THE BATCH RESTARTABLE MID-LIST.                          *
      ******************************************************************
           EXEC SQL DECLARE RIF_STAGE TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             STAGE_SEQ_NUM          DECIMAL(7, 0) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             STAGE_SOURCE           CHAR(1) NOT NULL,
             PROCESS_STATUS         CHAR(1) NOT NULL,
             TERM_DATE              DATE,
             TERM_CODE              CHAR(1) NOT NULL,
             COBRA_IND              CHAR(1) NOT NULL,
             STAGE_LOGON            CHAR(8) NOT NULL,
             STAGE_TIMESTAMP        TIMESTAMP NOT NULL,
             PROCESS_TIMESTAMP      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RIF_STAGE                          *
      ******************************************************************
       01  RIF-STAGE-REC.
      *                       CASE_NUM
           10 RIF-CASE-NUM         PIC X(6).
      *                       STAGE_SEQ_NUM
           10 RIF-STAGE-SEQ        PIC S9(7)V USAGE COMP-3.
      *                       EMP_NUM
           10 RIF-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       STAGE_SOURCE
      *                         F = THE EMPLOYER'S FILE (FILECTL TYPE
      *                             'RIF     ')
      *                         S = SELECTED ON SCREEN
           10 RIF-STAGE-SOURCE     PIC X(1).
      *                       PROCESS_STATUS
      *                         P = PENDING   T = TERMED
      *                         C = TERMED AND CONFIRMED TO THE EMPLOYER
           10 RIF-PROCESS-STATUS   PIC X(1).
      *                       TERM_DATE
      *                         STAMPED WHEN TERMED
           10 RIF-TERM-DATE        PIC X(10).
      *                       TERM_CODE
           10 RIF-TERM-CODE        PIC X(1).
      *                       COBRA_IND
      *                         Y = CONTMNT OPENED THE QUALIFYING EVENT
           10 RIF-COBRA-IND        PIC X(1).
      *                       STAGE_LOGON
           10 RIF-STAGE-LOGON      PIC X(8).
      *                       STAGE_TIMESTAMP
           10 RIF-STAGE-TS         PIC X(26).
      *                       PROCESS_TIMESTAMP
           10 RIF-PROCESS-TS       PIC X(26).
