      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   KEEP THE SELLING FIELD SALES REP AND BROKER   *
      *                   ON EACH QUOTE FOR THE SALES FUNNEL.           *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
                        QUOTED_PREMIUM,
                        QUOTE_STATUS,
                        QUOTED_LOGON,
                        ADDED_TIMESTAMP,
                        FIELD_SALES_REP,
                        BROKER_ID )
               VALUES ( :GQ-QUOTE-ID,
                        :GQ-CAT-IDNTITY,
                        :GQ-CARRIER-CODE,
                        :GQ-QUOTED-PREMIUM,
                        'Q',
                        :GQ-OPERATOR-LOGON,
                        CURRENT TIMESTAMP,
                        :GQ-FIELD-SALES-REP,
                        :GQ-BROKER-ID )
           END-EXEC.

           IF SQLCODE NOT = ZERO
