      ******************************************************************
      * DCLGEN TABLE(DNB_EXTRACT)
      *        LIBRARY(IBMUSER.CICS.COPY(DNBSTAGE))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * STAGED MONTHLY DUN & BRADSTREET FIRMOGRAPHIC FILE, ONE ROW PER *
      * DUNS NUMBER, PLUS WHAT DUNSMTCH DID WITH IT: THE CASES SHARING *
      * THE DUNS_NUM, ANY SIC_CODE CHANGE APPLIED, AND - FOR AN OUT-OF-*
      * BUSINESS, BANKRUPT OR MERGED EMPLOYER - THE REVIEW ITEM THE    *
      * DESK CONFIRMS OR CLEARS.                                       *
      ******************************************************************
           EXEC SQL DECLARE DNB_EXTRACT TABLE
           ( DUNS_NUM               DECIMAL(9, 0) NOT NULL,
             BUSINESS_NAME          CHAR(30) NOT NULL,
             BUSINESS_STATUS        CHAR(1) NOT NULL,
             STATUS_DATE            DATE,
             SUCCESSOR_DUNS         DECIMAL(9, 0) NOT NULL,
             SIC_CODE               CHAR(4) NOT NULL,
             PROCESS_STATUS         CHAR(1) NOT NULL,
             MATCHED_CASE_NUM       CHAR(6) NOT NULL,
             MATCHED_CASE_COUNT     DECIMAL(3, 0) NOT NULL,
             PRIOR_SIC_CODE         CHAR(4) NOT NULL,
             WORKED_LOGON           CHAR(8) NOT NULL,
             PROCESS_TIMESTAMP      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DNB_EXTRACT                        *
      ******************************************************************
       01  DNB-EXTRACT-REC.
      *                       DUNS_NUM
           10 DNB-DUNS-NUM         PIC S9(9)V USAGE COMP-3.
      *                       BUSINESS_NAME
           10 DNB-BUSINESS-NAME    PIC X(30).
      *                       BUSINESS_STATUS
      *                         A = ACTIVE
      *                         O = OUT OF BUSINESS
      *                         B = BANKRUPT
      *                         M = MERGED INTO SUCCESSOR_DUNS
           10 DNB-BUSINESS-STATUS  PIC X(1).
      *                       STATUS_DATE
      *                         NULL FOR AN ACTIVE BUSINESS
           10 DNB-STATUS-DATE      PIC X(10).
      *                       SUCCESSOR_DUNS
      *                         ZERO UNLESS MERGED
           10 DNB-SUCCESSOR-DUNS   PIC S9(9)V USAGE COMP-3.
      *                       SIC_CODE
           10 DNB-SIC-CODE         PIC X(4).
      *                       PROCESS_STATUS
      *                         P = PENDING MATCH
      *                         A = APPLIED - ACTIVE, NOTHING TO REVIEW
      *                         R = ON THE REVIEW QUEUE
      *                         C = CONFIRMED BY THE DESK
      *                         X = CLEARED - NO ACTION NEEDED
      *                         N = NO CASE CARRIES THE DUNS_NUM
           10 DNB-PROCESS-STATUS   PIC X(1).
      *                       MATCHED_CASE_NUM
      *                         THE FIRST CASE CARRYING THE DUNS_NUM
           10 DNB-MATCHED-CASE     PIC X(6).
      *                       MATCHED_CASE_COUNT
           10 DNB-MATCHED-COUNT    PIC S9(3)V USAGE COMP-3.
      *                       PRIOR_SIC_CODE
      *                         THE FIRST CASE'S SIC_CODE BEFORE THE
      *                         FILE WAS APPLIED
           10 DNB-PRIOR-SIC-CODE   PIC X(4).
      *                       WORKED_LOGON
           10 DNB-WORKED-LOGON     PIC X(8).
      *                       PROCESS_TIMESTAMP
           10 DNB-PROCESS-TS       PIC X(26).
