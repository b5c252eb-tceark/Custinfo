      ******************************************************************
      * DCLGEN TABLE(CARRIER_GRPNUM_STAGE)
      *        LIBRARY(IBMUSER.CICS.COPY(CGSTAGE))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * STAGING TABLE FOR THE CARRIERS' GROUP-NUMBER ASSIGNMENT FILES  *
      * - ONE ROW PER CASE THE CARRIER HAS NUMBERED OR RENUMBERED.     *
      * CARRGRP WORKS EACH PENDING ROW INTO CARRIER_GROUP_XREF AND     *
      * CASE_MASTER; A ROW FOR A CASE WE DO NOT KNOW, OR NOT PLACED    *
      * WITH THAT CARRIER, GOES TO THE CGRE WORKLIST AND WAITS IN 'E'. *
      ******************************************************************
           EXEC SQL DECLARE CARRIER_GRPNUM_STAGE TABLE
           ( STAGE_SEQ_NUM          DECIMAL(7, 0) NOT NULL,
             CARRIER_CODE           CHAR(2) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CARRIER_GROUP_NUM      CHAR(20) NOT NULL,
             INSURER_POLICY_NUM     CHAR(10) NOT NULL,
             EFF_DATE               DATE NOT NULL,
             PROCESS_STATUS         CHAR(1) NOT NULL,
             WORKED_LOGON           CHAR(8) NOT NULL,
             PROCESS_TIMESTAMP      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CARRIER_GRPNUM_STAGE               *
      ******************************************************************
       01  CARRIER-GRPNUM-STAGE-REC.
      *                       STAGE_SEQ_NUM
           10 CGS-STAGE-SEQ-NUM    PIC S9(7)V USAGE COMP-3.
      *                       CARRIER_CODE
           10 CGS-CARRIER-CODE     PIC X(2).
      *                       CASE_NUM
           10 CGS-CASE-NUM         PIC X(6).
      *                       CARRIER_GROUP_NUM
           10 CGS-CARRIER-GROUP-NUM PIC X(20).
      *                       INSURER_POLICY_NUM
      *                         SPACES = CARRIER SENT NONE
           10 CGS-INSURER-POLICY-NUM PIC X(10).
      *                       EFF_DATE
           10 CGS-EFF-DATE         PIC X(10).
      *                       PROCESS_STATUS
      *                         P = PENDING   W = WORKED
      *                         E = UNMATCHED, ON THE CGRE WORKLIST
           10 CGS-PROCESS-STATUS   PIC X(1).
      *                       WORKED_LOGON
           10 CGS-WORKED-LOGON     PIC X(8).
      *                       PROCESS_TIMESTAMP
           10 CGS-PROCESS-TS       PIC X(26).
