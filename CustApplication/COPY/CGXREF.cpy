      ******************************************************************
      * DCLGEN TABLE(CARRIER_GROUP_XREF)
      *        LIBRARY(IBMUSER.CICS.COPY(CGXREF))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE CARRIER'S OWN GROUP/POLICY NUMBER FOR ONE OF OUR CASES.    *
      * CARRIERS RENUMBER AT RENEWAL, SO A CASE KEEPS ONE ROW PER      *
      * NUMBER IT HAS EVER HAD WITH EACH CARRIER; THE ROW WITH NO      *
      * END_DATE IS THE CURRENT ONE AND IS ALSO CARRIED ON CASE_MASTER *
      * CARRIER_POLICY_NUM/INSURER_POLICY_NUM.  CARRGRP MAINTAINS THE  *
      * ROWS; NA320S SEARCHES THEM AND EDI834 SENDS THE CURRENT ONE.   *
      ******************************************************************
           EXEC SQL DECLARE CARRIER_GROUP_XREF TABLE
           ( XREF_ID                DECIMAL(9, 0) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             CARRIER_CODE           CHAR(2) NOT NULL,
             CARRIER_GROUP_NUM      CHAR(20) NOT NULL,
             INSURER_POLICY_NUM     CHAR(10) NOT NULL,
             EFF_DATE               DATE NOT NULL,
             END_DATE               DATE,
             XREF_SOURCE            CHAR(1) NOT NULL,
             ENTER_LOGON            CHAR(8) NOT NULL,
             ENTER_TIMESTAMP        TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CARRIER_GROUP_XREF                 *
      ******************************************************************
       01  CARRIER-GROUP-XREF-REC.
      *                       XREF_ID   (CARRIER_GROUP_XREF_SEQ)
           10 CGX-XREF-ID          PIC S9(9)V USAGE COMP-3.
      *                       CASE_NUM
           10 CGX-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 CGX-IDNTITY          PIC X(8).
      *                       CARRIER_CODE
           10 CGX-CARRIER-CODE     PIC X(2).
      *                       CARRIER_GROUP_NUM
           10 CGX-CARRIER-GROUP-NUM PIC X(20).
      *                       INSURER_POLICY_NUM
           10 CGX-INSURER-POLICY-NUM PIC X(10).
      *                       EFF_DATE
           10 CGX-EFF-DATE         PIC X(10).
      *                       END_DATE   (NULL WHILE CURRENT)
           10 CGX-END-DATE         PIC X(10).
      *                       XREF_SOURCE
      *                         A = CARRIER ASSIGNMENT FILE
      *                         K = KEYED BY THE CASE DESK
           10 CGX-XREF-SOURCE      PIC X(1).
      *                       ENTER_LOGON
           10 CGX-ENTER-LOGON      PIC X(8).
      *                       ENTER_TIMESTAMP
           10 CGX-ENTER-TS         PIC X(26).
