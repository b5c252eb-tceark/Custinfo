      ******************************************************************
      * DCLGEN TABLE(RULE_BUNDLE_PRIOR)
      *        LIBRARY(IBMUSER.CICS.COPY(RULEBPR))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE PROGRAM_RULES ROWS A RELEASE BUNDLE REPLACED, TAKEN AS IT  *
      * IS PROMOTED.  EACH ROW IDENTIFIES ONE FORMERLY-CURRENT RULE    *
      * ROW BY ITS FULL KEY AND KEEPS THE TERM DATE IT HAD, SO A       *
      * ROLLBACK PUTS EVERY ONE OF THEM BACK EXACTLY AS IT WAS.        *
      ******************************************************************
           EXEC SQL DECLARE RULE_BUNDLE_PRIOR TABLE
           ( CHG_REQUEST_ID         CHAR(10) NOT NULL,
             PROGRAM_ID             CHAR(8) NOT NULL,
             RULE                   CHAR(15) NOT NULL,
             CARRIER                CHAR(2) NOT NULL,
             RULE_ENTITY            CHAR(10) NOT NULL,
             RULE_QUALIFIER         CHAR(10) NOT NULL,
             EFFECTIVE_DATE         DATE NOT NULL,
             SEQ_NUM                SMALLINT NOT NULL,
             TERM_DATE              DATE,
             RULE_VALUE             CHAR(15) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RULE_BUNDLE_PRIOR                  *
      ******************************************************************
       01  RULE-BUNDLE-PRIOR-REC.
      *                       CHG_REQUEST_ID
           10 RBP-CHG-REQUEST-ID   PIC X(10).
      *                       PROGRAM_ID
           10 RBP-PROGRAM-ID       PIC X(8).
      *                       RULE
           10 RBP-RULE             PIC X(15).
      *                       CARRIER
           10 RBP-CARRIER          PIC X(2).
      *                       RULE_ENTITY
           10 RBP-RULE-ENTITY      PIC X(10).
      *                       RULE_QUALIFIER
           10 RBP-RULE-QUALIFIER   PIC X(10).
      *                       EFFECTIVE_DATE
           10 RBP-EFFECTIVE-DATE   PIC X(10).
      *                       SEQ_NUM
           10 RBP-SEQ-NUM          PIC S9(4) USAGE COMP.
      *                       TERM_DATE   (NULL IF IT HAD NONE)
           10 RBP-TERM-DATE        PIC X(10).
      *                       RULE_VALUE  (FOR THE ROLLBACK LISTING)
           10 RBP-RULE-VALUE       PIC X(15).
