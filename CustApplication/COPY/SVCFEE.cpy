      ******************************************************************
      * DCLGEN TABLE(BROKER_SERVICE_FEE)
      *        LIBRARY(IBMUSER.CICS.COPY(SVCFEE))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * SERVICE-FEE SCHEDULE PER CASE AND BROKER, FOR A BROKER WITH   *
      * A SERVICE-FEE AGREEMENT ON AGNTNAME (SERVFEE_AGREE_IND) WHO   *
      * IS PAID A FEE INSTEAD OF COMMISSION ON THE CASE.  FEEBILL     *
      * BILLS THE FEE TO THE EMPLOYER AS FEE TYPE 'B' EACH TIME       *
      * FEE_COLL_THRU PASSES, COLLECTION ADVANCES FEE_COLL_THRU BY    *
      * THE FREQUENCY, AND COMMDISB PASSES THE COLLECTED FEE THROUGH  *
      * TO THE BROKER IN PLACE OF COMMISSION ON THE CASE.             *
      ******************************************************************
           EXEC SQL DECLARE BROKER_SERVICE_FEE TABLE
           ( CASE_NUM               CHAR(6) NOT NULL,
             BROKER_ID              CHAR(9) NOT NULL,
             FEE_BASIS              CHAR(1) NOT NULL,
             FEE_RATE               DECIMAL(7, 2) NOT NULL,
             FEE_FREQUENCY          DECIMAL(3, 0) NOT NULL,
             EFFECTIVE_DATE         DATE NOT NULL,
             TERM_DATE              DATE,
             FEE_COLL_THRU          DATE NOT NULL,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BROKER_SERVICE_FEE                 *
      ******************************************************************
       01  BROKER-SERVICE-FEE-REC.
      *                       CASE_NUM
           10 SVF-CASE-NUM         PIC X(6).
      *                       BROKER_ID
           10 SVF-BROKER-ID        PIC X(9).
      *                       FEE_BASIS
      *                         F = FLAT AMOUNT PER ASSESSMENT
      *                         P = PERCENT OF THE CYCLE PREMIUM
      *                             FOR EACH MONTH ASSESSED
           10 SVF-FEE-BASIS        PIC X(1).
      *                       FEE_RATE
           10 SVF-FEE-RATE         PIC S9(5)V99 USAGE COMP-3.
      *                       FEE_FREQUENCY
      *                         MONTHS PER ASSESSMENT
           10 SVF-FEE-FREQUENCY    PIC S9(3)V USAGE COMP-3.
      *                       EFFECTIVE_DATE
           10 SVF-EFFECTIVE-DATE   PIC X(10).
      *                       TERM_DATE
           10 SVF-TERM-DATE        PIC X(10).
      *                       FEE_COLL_THRU
           10 SVF-FEE-COLL-THRU    PIC X(10).
      *                       CHANGE_LOGON
           10 SVF-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 SVF-CHANGE-TS        PIC X(26).
