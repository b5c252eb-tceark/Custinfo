      ******************************************************************
      * DCLGEN TABLE(HELP_DRAFT_LINE)
      *        LIBRARY(IBMUSER.CICS.COPY(HLPDLINE))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE TEXT OF A HELP_DRAFT, ONE ROW PER NON-BLANK LINE.  SCREEN  *
      * HELP HAS UP TO 20 LINES, FIELD AND MESSAGE HELP UP TO 10 (A    *
      * MESSAGE LINE SHOWS 79 CHARACTERS).  A MISSING LINE NUMBER IS A *
      * BLANK LINE.                                                    *
      ******************************************************************
           EXEC SQL DECLARE HELP_DRAFT_LINE TABLE
           ( DRAFT_ID               DECIMAL(9, 0) NOT NULL,
             LINE_NUMBER            DECIMAL(2, 0) NOT NULL,
             LINE_TEXT              CHAR(80) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HELP_DRAFT_LINE                    *
      ******************************************************************
       01  HELP-DRAFT-LINE-REC.
      *                       DRAFT_ID
           10 HDL-DRAFT-ID         PIC S9(9)V USAGE COMP-3.
      *                       LINE_NUMBER
           10 HDL-LINE-NUMBER      PIC S9(2)V USAGE COMP-3.
      *                       LINE_TEXT
           10 HDL-LINE-TEXT        PIC X(80).
