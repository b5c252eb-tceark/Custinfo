      ******************************************************************
      * DCLGEN TABLE(APP_DECLINE)
      *        LIBRARY(IBMUSER.CICS.COPY(APPDECL))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER UNDERWRITING DECLINE OF A CATMASTER APPLICATION,   *
      * WRITTEN BY THE DECLNOTE NIGHTLY RUN WHEN IT SENDS THE          *
      * ADVERSE-ACTION NOTICES TO THE EMPLOYER AND WRITING BROKER.     *
      * A RECONSIDERATION (DECLNOTE 'R') REOPENS UNDERWRITING AND      *
      * MARKS THE ROW 'R'; THE NEXT DECISION ON THE APPLICATION        *
      * CLOSES IT AS UPHELD OR OVERTURNED.  A DECLINE UPHELD ON        *
      * RECONSIDERATION IS NOTICED AGAIN ON ITS OWN ROW, ONE           *
      * DECISION_ROUND HIGHER.                                         *
      ******************************************************************
           EXEC SQL DECLARE APP_DECLINE TABLE
           ( DECLINE_ID             DECIMAL(9, 0) NOT NULL,
             CAT_IDNTITY_NUMBER     CHAR(8) NOT NULL,
             CAT_VERSION_QUAL       CHAR(1) NOT NULL,
             DECISION_ROUND         DECIMAL(3, 0) NOT NULL,
             DECLINE_REASON         CHAR(3) NOT NULL,
             DECLINED_DATE          DATE NOT NULL,
             UNDERWRITER            CHAR(3) NOT NULL,
             STATE_CODE             CHAR(2) NOT NULL,
             BROKER_ID              CHAR(9) NOT NULL,
             EMPLOYER_NOTICE_TS     TIMESTAMP,
             BROKER_NOTICE_TS       TIMESTAMP,
             RECON_STATUS           CHAR(1) NOT NULL,
             RECON_REQUEST_TS       TIMESTAMP,
             RECON_LOGON            CHAR(8) NOT NULL,
             RECON_EVIDENCE         CHAR(60) NOT NULL,
             RECON_DECISION_DATE    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE APP_DECLINE                        *
      ******************************************************************
       01  APP-DECLINE-REC.
      *                       DECLINE_ID   (APP_DECLINE_SEQ)
           10 APD-DECLINE-ID       PIC S9(9)V USAGE COMP-3.
      *                       CAT_IDNTITY_NUMBER
           10 APD-CAT-IDNTITY      PIC X(8).
      *                       CAT_VERSION_QUAL
           10 APD-VERSION-QUAL     PIC X(1).
      *                       DECISION_ROUND
      *                         1 = FIRST DECLINE, 2 = UPHELD ON THE
      *                         FIRST RECONSIDERATION, AND SO ON
           10 APD-DECISION-ROUND   PIC S9(3)V USAGE COMP-3.
      *                       DECLINE_REASON   (CAT_DECLINE_REASON)
           10 APD-DECLINE-REASON   PIC X(3).
      *                       DECLINED_DATE
           10 APD-DECLINED-DATE    PIC X(10).
      *                       UNDERWRITER   (CAT_UNDERWRITER)
           10 APD-UNDERWRITER      PIC X(3).
      *                       STATE_CODE   (CAT_STATE_CODE)
           10 APD-STATE-CODE       PIC X(2).
      *                       BROKER_ID   (SPACES = NO WRITING BROKER
      *                         ON THE APPLICATION'S QUOTES)
           10 APD-BROKER-ID        PIC X(9).
      *                       EMPLOYER_NOTICE_TS   (NULL = NOT SENT)
           10 APD-EMPLOYER-NOTICE-TS PIC X(26).
      *                       BROKER_NOTICE_TS   (NULL = NOT SENT)
           10 APD-BROKER-NOTICE-TS PIC X(26).
      *                       RECON_STATUS
      *                         SPACE = NO RECONSIDERATION
      *                         R = RECONSIDERATION UNDER REVIEW
      *                         U = DECLINE UPHELD
      *                         O = DECLINE OVERTURNED
           10 APD-RECON-STATUS     PIC X(1).
      *                       RECON_REQUEST_TS
           10 APD-RECON-REQUEST-TS PIC X(26).
      *                       RECON_LOGON
           10 APD-RECON-LOGON      PIC X(8).
      *                       RECON_EVIDENCE
           10 APD-RECON-EVIDENCE   PIC X(60).
      *                       RECON_DECISION_DATE
           10 APD-RECON-DECISION-DATE PIC X(10).
