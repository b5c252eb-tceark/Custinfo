      ******************************************************************
      * DCLGEN TABLE(RETURNED_MAIL)
      *        LIBRARY(IBMUSER.CICS.COPY(RETMAIL))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER PIECE OF MAIL THE POST OFFICE SENT BACK, SCANNED   *
      * FROM ITS IMB BARCODE OR KEYED ON NA380.  AN OPEN ROW MARKS    *
      * THE IDENTITY'S ADDRESS UNDELIVERABLE - BILL PRINT, CORRGEN,   *
      * HCARD AND CERTISSU ASK RTNMAIL BEFORE THEY MAIL ANYTHING - AND *
      * AN ADDRESS CORRECTION ON NA340 CLEARS EVERY OPEN ROW FOR THE  *
      * IDENTITY.                                                      *
      ******************************************************************
           EXEC SQL DECLARE RETURNED_MAIL TABLE
           ( RETURN_ID              DECIMAL(9, 0) NOT NULL,
             IDNTITY                CHAR(8) NOT NULL,
             DOC_TYPE               CHAR(1) NOT NULL,
             DOC_REF                CHAR(20) NOT NULL,
             INTAKE_METHOD          CHAR(1) NOT NULL,
             IMB_TRACKING           CHAR(31) NOT NULL,
             MAILED_ZIP             CHAR(5) NOT NULL,
             RETURN_REASON          CHAR(2) NOT NULL,
             MAIL_STATUS            CHAR(1) NOT NULL,
             RECEIVED_DATE          DATE NOT NULL,
             ADDED_LOGON            CHAR(8) NOT NULL,
             ADDED_TIMESTAMP        TIMESTAMP NOT NULL,
             CLEARED_LOGON          CHAR(8) NOT NULL,
             CLEARED_TIMESTAMP      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RETURNED_MAIL                      *
      ******************************************************************
       01  RETURNED-MAIL-REC.
      *                       RETURN_ID   (RETURNED_MAIL_SEQ)
           10 RTM-RETURN-ID        PIC S9(9)V USAGE COMP-3.
      *                       IDNTITY   (THE AGNTNAME THE PIECE WAS
      *                         ADDRESSED TO)
           10 RTM-IDNTITY          PIC X(8).
      *                       DOC_TYPE
      *                         B = BILL OR INVOICE
      *                         C = CORRESPONDENCE (CORRGEN LETTER)
      *                         I = HEALTH ID CARD
      *                         K = CERTIFICATE
      *                         O = OTHER
           10 RTM-DOC-TYPE         PIC X(1).
      *                       DOC_REF   (INVOICE, TEMPLATE OR OTHER
      *                         REFERENCE KEYED WITH THE PIECE)
           10 RTM-DOC-REF          PIC X(20).
      *                       INTAKE_METHOD
      *                         S = SCANNED IMB
      *                         K = KEYED
           10 RTM-INTAKE-METHOD    PIC X(1).
      *                       IMB_TRACKING   (THE DECODED BARCODE
      *                         DIGITS - SPACES WHEN KEYED)
           10 RTM-IMB-TRACKING     PIC X(31).
      *                       MAILED_ZIP   (ROUTING ZIP IN THE BARCODE)
           10 RTM-MAILED-ZIP       PIC X(5).
      *                       RETURN_REASON   (POST OFFICE ENDORSEMENT)
      *                         AN = ATTEMPTED - NOT KNOWN
      *                         IA = INSUFFICIENT ADDRESS
      *                         NF = NO FORWARDING ORDER ON FILE
      *                         NS = NO SUCH NUMBER OR STREET
      *                         RF = REFUSED
      *                         VC = VACANT
      *                         UN = UNABLE TO FORWARD / OTHER
           10 RTM-RETURN-REASON    PIC X(2).
      *                       MAIL_STATUS
      *                         O = OPEN - ADDRESS UNDELIVERABLE
      *                         C = CLEARED BY AN ADDRESS CORRECTION
      *                         S = STALE - MAILED TO AN ADDRESS NO
      *                             LONGER ON FILE, NOT FLAGGED
           10 RTM-MAIL-STATUS      PIC X(1).
      *                       RECEIVED_DATE
           10 RTM-RECEIVED-DATE    PIC X(10).
      *                       ADDED_LOGON
           10 RTM-ADDED-LOGON      PIC X(8).
      *                       ADDED_TIMESTAMP
           10 RTM-ADDED-TS         PIC X(26).
      *                       CLEARED_LOGON
           10 RTM-CLEARED-LOGON    PIC X(8).
      *                       CLEARED_TIMESTAMP   (NULL UNTIL CLEARED)
           10 RTM-CLEARED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
