      ******************************************************************
      * DCLGEN TABLE(QMCSO_ORDER)
      *        LIBRARY(IBMUSER.CICS.COPY(QMCSORD))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER MEDICAL CHILD SUPPORT ORDER (A COURT ORDER OR A    *
      * STATE AGENCY'S NATIONAL MEDICAL SUPPORT NOTICE) RECEIVED FOR   *
      * AN EMPLOYEE, KEPT BY QMCSOMNT.  THE ROW CARRIES THE ORDER, THE *
      * ISSUING AGENCY, THE CHILD, THE ALTERNATE RECIPIENT'S MAILING   *
      * ADDRESS AND THE DEADLINES.  WHILE AN ORDER IS RECEIVED OR IN   *
      * FORCE, DEPMAINT WILL NOT TERM THE CHILD (DEP_NUM ON THE        *
      * EMPLOYEE'S DEPENDENT ROWS).                                    *
      ******************************************************************
           EXEC SQL DECLARE QMCSO_ORDER TABLE
           ( ORDER_ID               DECIMAL(9, 0) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             DEP_NUM                DECIMAL(3, 0) NOT NULL,
             ORDER_NUMBER           CHAR(20) NOT NULL,
             ORDER_SOURCE           CHAR(1) NOT NULL,
             ISSUING_AGENCY         CHAR(40) NOT NULL,
             AGENCY_STATE           CHAR(2) NOT NULL,
             ORDER_DATE             DATE NOT NULL,
             RECEIVED_DATE          DATE NOT NULL,
             CHILD_LAST_NAME        CHAR(20) NOT NULL,
             CHILD_FIRST_NAME       CHAR(15) NOT NULL,
             CHILD_SEX              CHAR(1) NOT NULL,
             CHILD_DOB              DATE NOT NULL,
             CHILD_SSN              DECIMAL(9, 0) NOT NULL,
             COV_TYPE               CHAR(8) NOT NULL,
             PLAN_CODE              CHAR(2) NOT NULL,
             ALT_RECIP_NAME         CHAR(30) NOT NULL,
             ALT_RECIP_ADDR1        CHAR(30) NOT NULL,
             ALT_RECIP_ADDR2        CHAR(30) NOT NULL,
             ALT_RECIP_CITY         CHAR(20) NOT NULL,
             ALT_RECIP_STATE        CHAR(2) NOT NULL,
             ALT_RECIP_ZIP          CHAR(9) NOT NULL,
             DETERMINE_DUE_DATE     DATE NOT NULL,
             RECEIPT_NOTICE_DATE    DATE,
             DETERMINED_DATE        DATE,
             ENROLLED_DATE          DATE,
             ORDER_END_DATE         DATE,
             ORDER_STATUS           CHAR(1) NOT NULL,
             STATUS_REASON          CHAR(40) NOT NULL,
             ESCALATED_DATE         DATE,
             ENTER_LOGON            CHAR(8) NOT NULL,
             ENTER_TIMESTAMP        TIMESTAMP NOT NULL,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE QMCSO_ORDER                        *
      ******************************************************************
       01  QMCSO-ORDER-REC.
      *                       ORDER_ID   (QMCSO_ORDER_SEQ)
           10 QMO-ORDER-ID         PIC S9(9)V USAGE COMP-3.
      *                       CASENAME#IDNTITY
           10 QMO-CASE-IDNTITY     PIC X(8).
      *                       CASE_NUM
           10 QMO-CASE-NUM         PIC X(6).
      *                       EMP_NUM
           10 QMO-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       DEP_NUM   (ZERO UNTIL THE CHILD IS ON
      *                                  FILE AS A DEPENDENT)
           10 QMO-DEP-NUM          PIC S9(3)V USAGE COMP-3.
      *                       ORDER_NUMBER   (DOCKET OR CASE NUMBER)
           10 QMO-ORDER-NUMBER     PIC X(20).
      *                       ORDER_SOURCE
      *                         C = COURT ORDER
      *                         A = STATE AGENCY (NATIONAL MEDICAL
      *                             SUPPORT NOTICE)
           10 QMO-ORDER-SOURCE     PIC X(1).
      *                       ISSUING_AGENCY
           10 QMO-ISSUING-AGENCY   PIC X(40).
      *                       AGENCY_STATE
           10 QMO-AGENCY-STATE     PIC X(2).
      *                       ORDER_DATE
           10 QMO-ORDER-DATE       PIC X(10).
      *                       RECEIVED_DATE
           10 QMO-RECEIVED-DATE    PIC X(10).
      *                       CHILD_LAST_NAME
           10 QMO-CHILD-LAST-NAME  PIC X(20).
      *                       CHILD_FIRST_NAME
           10 QMO-CHILD-FIRST-NAME PIC X(15).
      *                       CHILD_SEX
           10 QMO-CHILD-SEX        PIC X(1).
      *                       CHILD_DOB
           10 QMO-CHILD-DOB        PIC X(10).
      *                       CHILD_SSN
           10 QMO-CHILD-SSN        PIC S9(9)V USAGE COMP-3.
      *                       COV_TYPE   (THE COVERAGE THE ORDER
      *                                   REQUIRES)
           10 QMO-COV-TYPE         PIC X(8).
      *                       PLAN_CODE   (THE PLAN THE EMPLOYEE IS
      *                                    PUT ON IF NOT ENROLLED)
           10 QMO-PLAN-CODE        PIC X(2).
      *                       ALT_RECIP_NAME
           10 QMO-ALT-RECIP-NAME   PIC X(30).
      *                       ALT_RECIP_ADDR1
           10 QMO-ALT-RECIP-ADDR1  PIC X(30).
      *                       ALT_RECIP_ADDR2
           10 QMO-ALT-RECIP-ADDR2  PIC X(30).
      *                       ALT_RECIP_CITY
           10 QMO-ALT-RECIP-CITY   PIC X(20).
      *                       ALT_RECIP_STATE
           10 QMO-ALT-RECIP-STATE  PIC X(2).
      *                       ALT_RECIP_ZIP
           10 QMO-ALT-RECIP-ZIP    PIC X(9).
      *                       DETERMINE_DUE_DATE   (QUALIFIED OR NOT
      *                                             DECIDED BY)
           10 QMO-DETERMINE-DUE-DATE
                                   PIC X(10).
      *                       RECEIPT_NOTICE_DATE   (NULL UNTIL THE
      *                                              RECEIPT NOTICES GO)
           10 QMO-RECEIPT-NOTICE-DATE
                                   PIC X(10).
      *                       DETERMINED_DATE
           10 QMO-DETERMINED-DATE  PIC X(10).
      *                       ENROLLED_DATE
           10 QMO-ENROLLED-DATE    PIC X(10).
      *                       ORDER_END_DATE   (THE DATE THE ORDER
      *                                         STOPS, IF IT SAYS)
           10 QMO-ORDER-END-DATE   PIC X(10).
      *                       ORDER_STATUS
      *                         R = RECEIVED, AWAITING DETERMINATION
      *                         A = QUALIFIED AND IN FORCE
      *                         D = DETERMINED NOT QUALIFIED
      *                         E = ENDED
           10 QMO-ORDER-STATUS     PIC X(1).
      *                       STATUS_REASON
           10 QMO-STATUS-REASON    PIC X(40).
      *                       ESCALATED_DATE
           10 QMO-ESCALATED-DATE   PIC X(10).
      *                       ENTER_LOGON
           10 QMO-ENTER-LOGON      PIC X(8).
      *                       ENTER_TIMESTAMP
           10 QMO-ENTER-TS         PIC X(26).
      *                       CHANGE_LOGON
           10 QMO-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 QMO-CHANGE-TS        PIC X(26).
