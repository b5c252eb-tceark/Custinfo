      *  POST TO THE CYCLE ADJUSTMENTS WITH THEIR OWN INVOICE LINES,
      *  COLLECTION ADVANCES THE MATCHING COLLECTED-THROUGH DATE,
      *  AND FEE ARREARS AGE SEPARATELY FROM PREMIUM ARREARS.
      *  A BROKER ON A SERVICE-FEE AGREEMENT IS BILLED AS FEE TYPE
      *  'B' FROM THE BROKER_SERVICE_FEE SCHEDULE, AND THE ANNUAL
      *  408(B)(2) DISCLOSURE SHOWS EACH BROKER'S COMMISSION,
      *  OVERRIDES AND FEES ON THE CASE.  CHGBACK BILLS EACH
      *  CARRIER'S MONTHLY TRANSACTION CHARGEBACK AS FEE TYPE 'T',
      *  AND LIFEASMT BILLS A CASE ITS PASS-THROUGH PER-COVERED-LIFE
      *  ASSESSMENTS FOR A MONTH AS FEE TYPE 'L'.
      ***************************************
           05  FB-FEEBILL-COMM-AREA.
               10  FB-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                           THE THROUGH DATE
      *                                       R = FEE ARREARS AGING
      *                                           REPORT
      *                                       S = SET THE BROKER SERVICE
      *                                           FEE FOR ONE CASE AND
      *                                           BROKER (RATE ZERO ENDS
      *                                           IT)
      *                                       D = ANNUAL 408(B)(2) FEE
      *                                           DISCLOSURE - ONE CASE,
      *                                           OR EVERY IN-FORCE CASE
      *                                           WHEN CASE-NUM IS BLANK
      *                                       T = BILL ONE CARRIER'S
      *                                           MONTHLY TRANSACTION
      *                                           CHARGEBACK
      *                                       L = BILL ONE CASE ITS
      *                                           MONTHLY COVERED-LIFE
      *                                           ASSESSMENT
      *                                           PASS-THROUGH
               10  FB-CASE-NUM             PIC X(6)  VALUE SPACES.
               10  FB-ASSESS-ID            PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE/ASSESSMENT NOT
      *                                            FOUND, OR NO FEES DUE
      *                                       03 = BROKER NOT ON FILE OR
      *                                            HAS NO SERVICE-FEE
      *                                            AGREEMENT
      *                                       04 = INVALID FEE BASIS OR
      *                                            RATE, OR CHARGEBACK
      *                                            OR PASS-THROUGH
      *                                            AMOUNT
      *                                       05 = CARRIER ('T') OR
      *                                            CASE ('L') ALREADY
      *                                            BILLED FOR THE MONTH
      *                                       12 = SQL ERROR
      *                                       20 = ('R', OR 'D' FOR
      *                                            EVERY CASE) HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  FB-FEES-BILLED          PIC 9(5)  VALUE ZERO.
               10  FB-AMOUNT-BILLED        PIC S9(7)V99 COMP-3
                                                     VALUE ZERO.
      *                                       FUNCTION 'S' ONLY
               10  FB-BROKER-ID            PIC X(9)  VALUE SPACES.
               10  FB-FEE-BASIS            PIC X(1)  VALUE SPACE.
      *                                       F = FLAT PER ASSESSMENT
      *                                       P = PERCENT OF PREMIUM
               10  FB-FEE-RATE             PIC S9(5)V99 COMP-3
                                                     VALUE ZERO.
               10  FB-FEE-FREQUENCY        PIC 9(3)  VALUE ZERO.
      *                                       MONTHS PER ASSESSMENT
               10  FB-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
      *                                       YYYY-MM-DD, BLANK = TODAY
      *                                       FUNCTION 'D' ONLY
               10  FB-PLAN-YEAR            PIC X(4)  VALUE SPACES.
      *                                       BLANK = CURRENT YEAR
               10  FB-CASES-DISCLOSED      PIC 9(5)  VALUE ZERO.
      *                                       FUNCTION 'T' AND 'L'
               10  FB-CARRIER-CODE         PIC X(2)  VALUE SPACES.
               10  FB-CHARGE-MONTH         PIC X(6)  VALUE SPACES.
      *                                       YYYYMM
               10  FB-CHARGE-AMOUNT        PIC S9(7)V99 COMP-3
                                                     VALUE ZERO.
