      * PROSPECT CENSUS STAGED IN CENSUS_STAGE IS PRICED THROUGH THE  *
      * RATECALC MODULE AND THE TOTAL KEPT HERE.  ACCEPTING A QUOTE   *
      * STAMPS CAT_PREMIUM_AMOUNT ON THE APPLICATION, SO THE CASE     *
      * CATISSUE BRIDGES PROVABLY MATCHES WHAT WAS SOLD.  THE QUOTE   *
      * CARRIES THE SELLING REP AND BROKER, AND THE ACCEPTED QUOTE_ID *
      * BECOMES THE ISSUED CASE'S MAGIC_PROPOSAL_NUM (SEE SLSFUNL).   *
      ******************************************************************
           EXEC SQL DECLARE GROUP_QUOTE TABLE
           ( QUOTE_ID               DECIMAL(9, 0) NOT NULL,
             QUOTED_PREMIUM         DECIMAL(11, 2) NOT NULL,
             QUOTE_STATUS           CHAR(1) NOT NULL,
             QUOTED_LOGON           CHAR(8) NOT NULL,
             ADDED_TIMESTAMP        TIMESTAMP NOT NULL,
             FIELD_SALES_REP        CHAR(3) NOT NULL,
             BROKER_ID              CHAR(9) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GROUP_QUOTE                        *
           10 GQT-QUOTED-LOGON     PIC X(8).
      *                       ADDED_TIMESTAMP
           10 GQT-ADDED-TS         PIC X(26).
      *                       FIELD_SALES_REP   (BLANK IF NOT KEYED)
           10 GQT-FIELD-SALES-REP  PIC X(3).
      *                       BROKER_ID         (BLANK IF NOT KEYED)
           10 GQT-BROKER-ID        PIC X(9).
