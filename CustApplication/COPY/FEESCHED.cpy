      ******************************************************************
      * DCLGEN TABLE(FEE_ASSESSMENT)                                   *
      *   ONE ROW PER FEE BILLED TO A CASE, TRACKED TO COLLECTION.     *
      *   A BROKER SERVICE FEE (TYPE B) CARRIES THE BROKER IT IS OWED  *
      *   TO AND THE CYCLE MONTH COMMDISB PASSED IT THROUGH.           *
      *   A CARRIER TRANSACTION CHARGEBACK (TYPE T) HAS NO CASE - IT   *
      *   CARRIES THE CARRIER AND THE MONTH CHGBACK CHARGED FOR.       *
      ******************************************************************
           EXEC SQL DECLARE FEE_ASSESSMENT TABLE
           ( ASSESS_ID              DECIMAL(9, 0) NOT NULL,
             BILLED_DATE            DATE NOT NULL,
             ASSESS_STATUS          CHAR(1) NOT NULL,
             COLLECTED_DATE         DATE,
             WORKED_LOGON           CHAR(8) NOT NULL,
             BROKER_ID              CHAR(9),
             PASSED_THRU_MONTH      CHAR(6),
             CARRIER_CODE           CHAR(2),
             CHARGE_MONTH           CHAR(6)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FEE_ASSESSMENT                     *
      *                       CASE_NUM
           10 FAS-CASE-NUM         PIC X(6).
      *                       FEE_TYPE
      *                         A/J/S AS FEE_SCHEDULE
      *                         B = BROKER SERVICE FEE
      *                         T = CARRIER TRANSACTION CHARGEBACK
      *                         L = COVERED-LIFE ASSESSMENT
      *                             PASS-THROUGH (LIFEASMT)
           10 FAS-FEE-TYPE         PIC X(1).
      *                       FEE_AMOUNT
           10 FAS-FEE-AMOUNT       PIC S9(5)V99 USAGE COMP-3.
           10 FAS-COLLECTED-DATE   PIC X(10).
      *                       WORKED_LOGON
           10 FAS-WORKED-LOGON     PIC X(8).
      *                       BROKER_ID
           10 FAS-BROKER-ID        PIC X(9).
      *                       PASSED_THRU_MONTH
           10 FAS-PASSED-THRU-MONTH PIC X(6).
      *                       CARRIER_CODE
           10 FAS-CARRIER-CODE     PIC X(2).
      *                       CHARGE_MONTH
           10 FAS-CHARGE-MONTH     PIC X(6).
