      ******************************************************************
      * DCLGEN TABLE(ACA_1095C_FORM)
      *        LIBRARY(IBMUSER.CICS.COPY(ACAFORM))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER EMPLOYEE PER TAX YEAR ON AN APPLICABLE LARGE       *
      * EMPLOYER CASE - THE 1095-C AS BUILT AND FILED: THE TWELVE      *
      * MONTHLY OFFER CODES (LINE 14), EMPLOYEE SHARES (LINE 15) AND   *
      * SAFE-HARBOR CODES (LINE 16), AND THE MONTHS THE EMPLOYEE WAS   *
      * ENROLLED.  THE SUBMISSION AND RECORD IDS ARE THE FORM'S PLACE  *
      * IN THE AIR TRANSMISSION; WITH THE RECEIPT ID THE IRS RETURNS   *
      * THEY IDENTIFY THE RECORD A CORRECTION REPLACES.                *
      ******************************************************************
           EXEC SQL DECLARE ACA_1095C_FORM TABLE
           ( TAX_YEAR               CHAR(4) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             SUBMISSION_ID          DECIMAL(5, 0) NOT NULL,
             RECORD_ID              DECIMAL(7, 0) NOT NULL,
             EMP_SSN                CHAR(9) NOT NULL,
             EMP_LAST_NAME          CHAR(20) NOT NULL,
             EMP_FIRST_NAME         CHAR(15) NOT NULL,
             EMP_STATE              CHAR(2) NOT NULL,
             EMP_ZIP                CHAR(5) NOT NULL,
             OFFER_CODES            CHAR(24) NOT NULL,
             SHARE_AMOUNTS          CHAR(96) NOT NULL,
             SAFE_HARBOR_CODES      CHAR(24) NOT NULL,
             ENROLLED_MONTHS        CHAR(12) NOT NULL,
             FORM_STATUS            CHAR(1) NOT NULL,
             RECEIPT_ID             CHAR(40) NOT NULL,
             BUILD_TIMESTAMP        TIMESTAMP NOT NULL,
             TRANSMIT_TIMESTAMP     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACA_1095C_FORM                     *
      ******************************************************************
       01  ACA-1095C-FORM-REC.
      *                       TAX_YEAR
           10 AF-TAX-YEAR          PIC X(4).
      *                       CASE_NUM
           10 AF-CASE-NUM          PIC X(6).
      *                       CASENAME#IDNTITY
           10 AF-CASE-IDNTITY      PIC X(8).
      *                       EMP_NUM
           10 AF-EMP-NUM           PIC S9(5)V USAGE COMP-3.
      *                       SUBMISSION_ID
           10 AF-SUBMISSION-ID     PIC S9(5)V USAGE COMP-3.
      *                       RECORD_ID
           10 AF-RECORD-ID         PIC S9(7)V USAGE COMP-3.
      *                       EMP_SSN
           10 AF-EMP-SSN           PIC X(9).
      *                       EMP_LAST_NAME
           10 AF-EMP-LAST-NAME     PIC X(20).
      *                       EMP_FIRST_NAME
           10 AF-EMP-FIRST-NAME    PIC X(15).
      *                       EMP_STATE
           10 AF-EMP-STATE         PIC X(2).
      *                       EMP_ZIP
           10 AF-EMP-ZIP           PIC X(5).
      *                       OFFER_CODES
      *                         TWELVE 2-BYTE LINE 14 CODES, JAN-DEC
           10 AF-OFFER-CODES       PIC X(24).
      *                       SHARE_AMOUNTS
      *                         TWELVE 9(6)V99 LINE 15 AMOUNTS
           10 AF-SHARE-AMOUNTS     PIC X(96).
      *                       SAFE_HARBOR_CODES
      *                         TWELVE 2-BYTE LINE 16 CODES
           10 AF-SAFE-HARBOR-CODES PIC X(24).
      *                       ENROLLED_MONTHS
      *                         TWELVE Y/N - EMPLOYEE ENROLLED
           10 AF-ENROLLED-MONTHS   PIC X(12).
      *                       FORM_STATUS
      *                         B = BUILT - NOT YET ACCEPTED
      *                         T = TRANSMITTED - RECEIPT KEYED
      *                         C = CORRECTION BUILT - NOT YET
      *                             ACCEPTED
           10 AF-FORM-STATUS       PIC X(1).
      *                       RECEIPT_ID
      *                         THE IRS RECEIPT FOR THE LAST
      *                         ACCEPTED TRANSMISSION
           10 AF-RECEIPT-ID        PIC X(40).
      *                       BUILD_TIMESTAMP
           10 AF-BUILD-TS          PIC X(26).
      *                       TRANSMIT_TIMESTAMP
           10 AF-TRANSMIT-TS       PIC X(26).
