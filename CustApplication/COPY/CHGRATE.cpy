      ******************************************************************
      * DCLGEN TABLE(CHARGEBACK_RATE)
      *        LIBRARY(IBMUSER.CICS.COPY(CHGRATE))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * PER-TRANSACTION CHARGEBACK RATES UNDER THE CARRIER             *
      * ADMINISTRATION CONTRACTS.  A ROW FOR THE CARRIER WINS OVER     *
      * THE BLANK-CARRIER DEFAULT FOR THE SAME TRANSACTION.  THE RATE  *
      * IN FORCE ON THE FIRST OF THE CHARGE MONTH PRICES THE MONTH.    *
      * CHGBACK FUNCTION 'R' ENDS THE CURRENT ROW AND STARTS THE NEW.  *
      ******************************************************************
           EXEC SQL DECLARE CHARGEBACK_RATE TABLE
           ( TRANSACTION_ID         CHAR(4) NOT NULL,
             CARRIER_CODE           CHAR(2) NOT NULL,
             UNIT_RATE              DECIMAL(7, 4) NOT NULL,
             EFFECTIVE_DATE         DATE NOT NULL,
             TERM_DATE              DATE,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CHARGEBACK_RATE                    *
      ******************************************************************
       01  CHARGEBACK-RATE-REC.
      *                       TRANSACTION_ID
           10 CBR-TRANSACTION-ID   PIC X(4).
      *                       CARRIER_CODE   (BLANK = ALL CARRIERS)
           10 CBR-CARRIER-CODE     PIC X(2).
      *                       UNIT_RATE   (DOLLARS PER TRANSACTION)
           10 CBR-UNIT-RATE        PIC S9(3)V9(4) USAGE COMP-3.
      *                       EFFECTIVE_DATE
           10 CBR-EFFECTIVE-DATE   PIC X(10).
      *                       TERM_DATE   (NULL WHILE IN FORCE)
           10 CBR-TERM-DATE        PIC X(10).
      *                       CHANGE_LOGON
           10 CBR-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 CBR-CHANGE-TS        PIC X(26).
