      ******************************************************************
      * DCLGEN TABLE(CAPITATION_PAYMENT)
      *        LIBRARY(IBMUSER.CICS.COPY(CAPPAYMT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER PREPAID VENDOR PER CAPITATION MONTH.  CAPITATN     *
      * WRITES IT WITH THE MONTH'S MEMBER COUNT, THE RETRO ADDS AND    *
      * TERMS, ANY RECOUPMENT CARRIED FROM AN EARLIER MONTH AND THE    *
      * NET DUE.  CHKDISB CUTS THE CHECK FOR A PAYABLE ROW AND STAMPS  *
      * IT DISBURSED; GLEXTRCT JOURNALS THE EXPENSE THE DAY IT IS      *
      * PAID.  THE MEMBERS BEHIND THE PAYMENT ARE ON                   *
      * CAPITATION_ROSTER.                                             *
      ******************************************************************
           EXEC SQL DECLARE CAPITATION_PAYMENT TABLE
           ( VENDOR_CODE            CHAR(2) NOT NULL,
             CAP_MONTH              CHAR(6) NOT NULL,
             PAYEE_NAME             CHAR(30) NOT NULL,
             MEMBER_COUNT           INTEGER NOT NULL,
             RETRO_ADD_COUNT        INTEGER NOT NULL,
             RETRO_TERM_COUNT       INTEGER NOT NULL,
             CAP_AMOUNT             DECIMAL(11, 2) NOT NULL,
             RETRO_AMOUNT           DECIMAL(11, 2) NOT NULL,
             CARRIED_AMOUNT         DECIMAL(11, 2) NOT NULL,
             TOTAL_AMOUNT           DECIMAL(11, 2) NOT NULL,
             PAY_STATUS             CHAR(1) NOT NULL,
             CHECK_NUM              CHAR(10) NOT NULL,
             RUN_LOGON              CHAR(8) NOT NULL,
             RUN_TIMESTAMP          TIMESTAMP NOT NULL,
             PAID_TIMESTAMP         TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CAPITATION_PAYMENT                 *
      ******************************************************************
       01  CAPITATION-PAYMENT-REC.
      *                       VENDOR_CODE   (CASE_MASTER PREPAID_VENDOR)
           10 CAP-VENDOR-CODE      PIC X(2).
      *                       CAP_MONTH
      *                         CCYYMM - PAID AS OF THE FIRST
           10 CAP-CAP-MONTH        PIC X(6).
      *                       PAYEE_NAME
           10 CAP-PAYEE-NAME       PIC X(30).
      *                       MEMBER_COUNT   (ENROLLED ON THE FIRST)
           10 CAP-MEMBER-COUNT     PIC S9(9) USAGE COMP.
      *                       RETRO_ADD_COUNT
           10 CAP-RETRO-ADDS       PIC S9(9) USAGE COMP.
      *                       RETRO_TERM_COUNT
           10 CAP-RETRO-TERMS      PIC S9(9) USAGE COMP.
      *                       CAP_AMOUNT   (THE MONTH'S OWN MEMBERS)
           10 CAP-CAP-AMOUNT       PIC S9(9)V99 USAGE COMP-3.
      *                       RETRO_AMOUNT   (ADDS LESS RECOUPED TERMS)
           10 CAP-RETRO-AMOUNT     PIC S9(9)V99 USAGE COMP-3.
      *                       CARRIED_AMOUNT
      *                         EARLIER RECOUPMENT NETTED IN HERE
           10 CAP-CARRIED-AMOUNT   PIC S9(9)V99 USAGE COMP-3.
      *                       TOTAL_AMOUNT
           10 CAP-TOTAL-AMOUNT     PIC S9(9)V99 USAGE COMP-3.
      *                       PAY_STATUS
      *                         P = PAYABLE, AWAITING CHKDISB
      *                         D = DISBURSED - CHECK_NUM CARRIES IT
      *                         R = NET RECOUPMENT, OWED TO US - NETS
      *                             INTO THE NEXT MONTH'S PAYMENT
      *                         N = RECOUPMENT NETTED INTO A LATER MONTH
           10 CAP-PAY-STATUS       PIC X(1).
      *                       CHECK_NUM
           10 CAP-CHECK-NUM        PIC X(10).
      *                       RUN_LOGON
           10 CAP-RUN-LOGON        PIC X(8).
      *                       RUN_TIMESTAMP
           10 CAP-RUN-TS           PIC X(26).
      *                       PAID_TIMESTAMP   (NULL UNTIL DISBURSED)
           10 CAP-PAID-TS          PIC X(26).
