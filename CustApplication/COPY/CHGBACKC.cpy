      ***************************************
      *  TRANSACTION COST CHARGEBACK COMMUNICATION AREA
      *  PROGRAM:         CHGBACK
      *  COPYBOOK NAME:   CHGBACKC
      *  THE MONTHLY 'M' RUN SUMMARIZES ONE MONTH OF COST_JOURNAL BY
      *  CARRIER, SITE, TRANSACTION AND OPERATOR, PRICES IT FROM
      *  CHARGEBACK_RATE, WRITES EACH CARRIER'S INVOICE DETAIL TO THE
      *  CHGI TDQ AND BILLS THE CARRIER TOTAL THROUGH FEEBILL 'T',
      *  THEN WRITES THE OPERATOR PRODUCTIVITY REPORT TO THE CHGP
      *  TDQ.  'P' REPRINTS THE PRODUCTIVITY REPORT FOR A MONTH
      *  ALREADY SUMMARIZED.  'R' SETS ONE TRANSACTION RATE.
      ***************************************
           05  CB-CHGBACK-COMM-AREA.
               10  CB-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       M = MONTHLY CHARGEBACK
      *                                           (BATCH)
      *                                       P = OPERATOR PRODUCTIVITY
      *                                           REPORT (BATCH)
      *                                       R = SET ONE TRANSACTION
      *                                           RATE
               10  CB-CHARGE-MONTH         PIC X(6)  VALUE SPACES.
      *                                       'M' AND 'P' - YYYYMM,
      *                                       SPACES = LAST MONTH
      *                                       FUNCTION 'R' ONLY
               10  CB-TRANSACTION-ID       PIC X(4)  VALUE SPACES.
               10  CB-CARRIER-CODE         PIC X(2)  VALUE SPACES.
      *                                       SPACES = ALL CARRIERS
               10  CB-UNIT-RATE            PIC S9(3)V9(4) COMP-3
                                                     VALUE ZERO.
      *                                       ZERO ENDS THE RATE
               10  CB-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
      *                                       YYYY-MM-DD, BLANK = TODAY
               10  CB-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  CB-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO COST-JOURNAL
      *                                            RECORDS FOR THE MONTH
      *                                       03 = INVALID MONTH,
      *                                            TRANSACTION OR RATE
      *                                       04 = A CARRIER WAS NOT
      *                                            BILLED (ALREADY
      *                                            BILLED FOR THE MONTH)
      *                                       12 = SQL ERROR
      *                                       20 = ('M'/'P') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CB-SUMMARY-ROWS         PIC 9(7)  VALUE ZERO.
               10  CB-UNPRICED-ROWS        PIC 9(5)  VALUE ZERO.
               10  CB-CARRIERS-BILLED      PIC 9(3)  VALUE ZERO.
               10  CB-AMOUNT-BILLED        PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
               10  CB-OPERATORS-REPORTED   PIC 9(5)  VALUE ZERO.
