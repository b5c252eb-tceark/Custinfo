      ******************************************************************
      * DCLGEN TABLE(HELP_DRAFT)
      *        LIBRARY(IBMUSER.CICS.COPY(HLPDRAFT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER TU003 HELP-TEXT DRAFT WRITTEN THROUGH HELPAUTH.    *
      * A DRAFT IS APPROVED BY SOMEONE OTHER THAN ITS AUTHOR AND THEN  *
      * PUBLISHED TO TURBDATA AS A NEW EFFECTIVE-DATED VERSION - THE   *
      * VERSIONS ALREADY ON TURBDATA ARE KEPT.  PUBLISHED AND REJECTED *
      * DRAFTS STAY HERE AS THE AUTHORING HISTORY.  THE TEXT LINES     *
      * ARE ON HELP_DRAFT_LINE (HLPDLINE).                             *
      ******************************************************************
           EXEC SQL DECLARE HELP_DRAFT TABLE
           ( DRAFT_ID               DECIMAL(9, 0) NOT NULL,
             HELP_TYPE              CHAR(1) NOT NULL,
             HELP_KEY               CHAR(8) NOT NULL,
             PAGE_NUMBER            DECIMAL(2, 0) NOT NULL,
             HELP_TITLE             CHAR(80) NOT NULL,
             SEVERITY_CODE          CHAR(1) NOT NULL,
             DRAFT_STATUS           CHAR(1) NOT NULL,
             AUTHOR_LOGON           CHAR(8) NOT NULL,
             DRAFT_TIMESTAMP        TIMESTAMP NOT NULL,
             APPROVER_LOGON         CHAR(8) NOT NULL,
             APPROVE_TIMESTAMP      TIMESTAMP,
             PUBLISH_TIMESTAMP      TIMESTAMP,
             REVIEW_NOTE            CHAR(60) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HELP_DRAFT                         *
      ******************************************************************
       01  HELP-DRAFT-REC.
      *                       DRAFT_ID   (HELP_DRAFT_SEQ)
           10 HLD-DRAFT-ID         PIC S9(9)V USAGE COMP-3.
      *                       HELP_TYPE
      *                         S = SCREEN HELP   (TURBDATA 820)
      *                         F = FIELD HELP    (TURBDATA 810)
      *                         M = MESSAGE HELP  (TURBDATA 9999)
           10 HLD-HELP-TYPE        PIC X(1).
      *                       HELP_KEY
      *                         S = SCREEN NAME
      *                         F = FIELD FILE AND NUMBER (E.G. CM00975)
      *                         M = SYSTEM CODE AND MESSAGE NUMBER
           10 HLD-HELP-KEY         PIC X(8).
      *                       PAGE_NUMBER   (SCREEN HELP, ELSE 1)
           10 HLD-PAGE-NUMBER      PIC S9(2)V USAGE COMP-3.
      *                       HELP_TITLE
      *                         S = SCREEN TITLE
      *                         F = FIELD NAME (30)
      *                         M = MESSAGE TEXT (35)
           10 HLD-HELP-TITLE       PIC X(80).
      *                       SEVERITY_CODE   (MESSAGE HELP)
           10 HLD-SEVERITY-CODE    PIC X(1).
      *                       DRAFT_STATUS
      *                         D = DRAFT       A = APPROVED
      *                         P = PUBLISHED   R = REJECTED
           10 HLD-DRAFT-STATUS     PIC X(1).
      *                       AUTHOR_LOGON
           10 HLD-AUTHOR-LOGON     PIC X(8).
      *                       DRAFT_TIMESTAMP
           10 HLD-DRAFT-TS         PIC X(26).
      *                       APPROVER_LOGON
           10 HLD-APPROVER-LOGON   PIC X(8).
      *                       APPROVE_TIMESTAMP
           10 HLD-APPROVE-TS       PIC X(26).
      *                       PUBLISH_TIMESTAMP
           10 HLD-PUBLISH-TS       PIC X(26).
      *                       REVIEW_NOTE   (WHY IT WAS REJECTED)
           10 HLD-REVIEW-NOTE      PIC X(60).
