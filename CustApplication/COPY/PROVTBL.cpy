      ******************************************************************
      * DCLGEN TABLE(PROVIDER)
      *        LIBRARY(IBMUSER.CICS.COPY(PROVTBL))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE HMO NETWORK PROVIDERS, KEYED BY THE PROVIDER_NUM EMPLOYEE  *
      * CARRIES AS THE MEMBER'S PRIMARY-CARE PHYSICIAN.  THE CARRIER'S *
      * PROVIDER-TERMINATION FILE MARKS A DEPARTED PROVIDER TERMED.    *
      ******************************************************************
           EXEC SQL DECLARE PROVIDER TABLE
           ( PROVIDER_NUM           CHAR(15) NOT NULL,
             PROVIDER_NAME          CHAR(30) NOT NULL,
             SERVICE_AREA           CHAR(4) NOT NULL,
             PCP_IND                CHAR(1) NOT NULL,
             PROVIDER_STATUS        CHAR(1) NOT NULL,
             TERM_DATE              DATE,
             TERM_REASON            CHAR(20) NOT NULL,
             UPDATED_TIMESTAMP      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROVIDER                           *
      ******************************************************************
       01  PROVIDER-REC.
      *                       PROVIDER_NUM
           10 PRV-PROVIDER-NUM     PIC X(15).
      *                       PROVIDER_NAME
           10 PRV-PROVIDER-NAME    PIC X(30).
      *                       SERVICE_AREA
      *                         THE CASE_MASTER SERVICE_AREA THE
      *                         PROVIDER BELONGS TO
           10 PRV-SERVICE-AREA     PIC X(4).
      *                       PCP_IND
      *                         Y = ACCEPTS PRIMARY-CARE ASSIGNMENTS
           10 PRV-PCP-IND          PIC X(1).
      *                       PROVIDER_STATUS
      *                         A = ACTIVE IN THE NETWORK
      *                         T = TERMED - SEE TERM_DATE
           10 PRV-PROVIDER-STATUS  PIC X(1).
      *                       TERM_DATE
           10 PRV-TERM-DATE        PIC X(10).
      *                       TERM_REASON
           10 PRV-TERM-REASON      PIC X(20).
      *                       UPDATED_TIMESTAMP
           10 PRV-UPDATED-TS       PIC X(26).
