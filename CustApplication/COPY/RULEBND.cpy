      ******************************************************************
      * DCLGEN TABLE(RULE_BUNDLE)
      *        LIBRARY(IBMUSER.CICS.COPY(RULEBND))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * PROGRAM_RULES RELEASE BUNDLES.  ONE ROW PER CHG_REQUEST_ID.    *
      * THE BUNDLE'S NEW RULE ROWS ARE THE PROGRAM_RULES ROWS CARRYING *
      * ITS CHG_REQUEST_ID; WHILE THE BUNDLE IS OPEN OR WAITING FOR    *
      * ITS RELEASE DATE THEY AND THE ROWS THEY REPLACE ARE OUT FOR    *
      * UPDATE, SO NO OTHER BUNDLE CAN TAKE THE SAME RULE.  RULEBNDL   *
      * PROMOTES THE WHOLE BUNDLE IN ONE UNIT OF WORK ON RELEASE_DATE  *
      * AND CAN ROLL IT BACK IN ONE STEP FROM RULE_BUNDLE_PRIOR.       *
      ******************************************************************
           EXEC SQL DECLARE RULE_BUNDLE TABLE
           ( CHG_REQUEST_ID         CHAR(10) NOT NULL,
             BUNDLE_DESC            CHAR(60) NOT NULL,
             RELEASE_DATE           DATE NOT NULL,
             BUNDLE_STATUS          CHAR(1) NOT NULL,
             OPEN_LOGON             CHAR(8) NOT NULL,
             OPEN_TIMESTAMP         TIMESTAMP NOT NULL,
             CLOSE_LOGON            CHAR(8) NOT NULL,
             PROMOTE_TIMESTAMP      TIMESTAMP,
             ROWS_PROMOTED          DECIMAL(5, 0) NOT NULL,
             ROLLBACK_LOGON         CHAR(8) NOT NULL,
             ROLLBACK_TIMESTAMP     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RULE_BUNDLE                        *
      ******************************************************************
       01  RULE-BUNDLE-REC.
      *                       CHG_REQUEST_ID
           10 RBH-CHG-REQUEST-ID   PIC X(10).
      *                       BUNDLE_DESC
           10 RBH-BUNDLE-DESC      PIC X(60).
      *                       RELEASE_DATE
           10 RBH-RELEASE-DATE     PIC X(10).
      *                       BUNDLE_STATUS
      *                         E = OPEN FOR EDITING
      *                         C = CLOSED, WAITING FOR RELEASE_DATE
      *                         P = PROMOTED
      *                         B = ROLLED BACK
           10 RBH-BUNDLE-STATUS    PIC X(1).
      *                       OPEN_LOGON
           10 RBH-OPEN-LOGON       PIC X(8).
      *                       OPEN_TIMESTAMP
           10 RBH-OPEN-TS          PIC X(26).
      *                       CLOSE_LOGON
           10 RBH-CLOSE-LOGON      PIC X(8).
      *                       PROMOTE_TIMESTAMP   (NULL UNTIL PROMOTED)
           10 RBH-PROMOTE-TS       PIC X(26).
      *                       ROWS_PROMOTED
           10 RBH-ROWS-PROMOTED    PIC S9(5)V USAGE COMP-3.
      *                       ROLLBACK_LOGON
           10 RBH-ROLLBACK-LOGON   PIC X(8).
      *                       ROLLBACK_TIMESTAMP
      *                         NULL UNLESS ROLLED BACK
           10 RBH-ROLLBACK-TS      PIC X(26).
