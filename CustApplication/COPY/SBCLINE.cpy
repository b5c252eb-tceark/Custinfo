      ******************************************************************
      * DCLGEN TABLE(SBC_LINE)
      *        LIBRARY(IBMUSER.CICS.COPY(SBCLINE))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE PRINTED LINES OF EACH SBC_ISSUE VERSION, IN PRINT ORDER,   *
      * SO AN SBC CAN BE REPRINTED EXACTLY AS IT WAS ISSUED.           *
      ******************************************************************
           EXEC SQL DECLARE SBC_LINE TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             PLAN_CODE              CHAR(2) NOT NULL,
             VERSION_NUM            SMALLINT NOT NULL,
             LINE_NUM               SMALLINT NOT NULL,
             LINE_TEXT              CHAR(80) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SBC_LINE                           *
      ******************************************************************
       01  SBC-LINE-REC.
      *                       CASE_NUM
           10 SBL-CASE-NUM         PIC X(6).
      *                       PLAN_CODE
           10 SBL-PLAN-CODE        PIC X(2).
      *                       VERSION_NUM
           10 SBL-VERSION-NUM      PIC S9(4) USAGE COMP.
      *                       LINE_NUM
           10 SBL-LINE-NUM         PIC S9(4) USAGE COMP.
      *                       LINE_TEXT
           10 SBL-LINE-TEXT        PIC X(80).
