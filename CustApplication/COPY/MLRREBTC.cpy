      ***************************************
      *  MEDICAL LOSS RATIO REBATE COMMUNICATION AREA
      *  PROGRAM:         MLRREBT
      *  COPYBOOK NAME:   MLRREBTC
      *  THE ANNUAL FEDERAL MLR RUN.  PREMIUM AND CLAIMS FOR THE
      *  REPORTING YEAR AND THE TWO BEFORE IT COME FROM
      *  YEAR_END_HISTORY, GROUPED BY SITUS STATE, LOB_CODE AND
      *  SMALL/LARGE GROUP (OVER20_EMPS_IND).  A MARKET BELOW ITS
      *  STANDARD OWES A REBATE OF THE SHORTFALL TIMES THE REPORTING
      *  YEAR'S PREMIUM, ALLOCATED TO ITS CASES BY THAT YEAR'S
      *  PREMIUM: A CASE IN FORCE GETS A PREMIUM CREDIT ON ITS NEXT
      *  BILL, ANY OTHER A REFUND_REQUEST THAT CHKDISB PAYS ONCE
      *  APPROVED.  MLR_RESULT AND MLR_REBATE_ALLOC ARE THE FILING'S
      *  AUDIT TRAIL; EVERYTHING PRINTS TO THE MLRR TDQ.
      ***************************************
           05  ML-MLRREBT-COMM-AREA.
               10  ML-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       P = PREVIEW - COMPUTE AND
      *                                           PRINT, POST NOTHING
      *                                       R = REBATE RUN - COMPUTE,
      *                                           ALLOCATE AND POST
      *                                           (BATCH, RESTARTABLE)
      *                                       L = LIST A YEAR'S
      *                                           ALLOCATIONS FOR THE
      *                                           FILING
               10  ML-REPORT-YEAR          PIC X(4)  VALUE SPACES.
               10  ML-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  ML-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO HISTORY FOR THE
      *                                            YEAR / NOTHING LEFT
      *                                            TO RUN / NOTHING
      *                                            ALLOCATED
      *                                       04 = REPORT YEAR NOT
      *                                            NUMERIC
      *                                       12 = SQL ERROR - 'R' MAY
      *                                            BE RERUN TO RESUME
      *                                       20 = ('P'/'R') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  ML-MARKETS-COMPUTED     PIC 9(5)  VALUE ZERO.
               10  ML-MARKETS-REBATING     PIC 9(5)  VALUE ZERO.
               10  ML-CASES-CREDITED       PIC 9(5)  VALUE ZERO.
               10  ML-CASES-REFUNDED       PIC 9(5)  VALUE ZERO.
               10  ML-REBATE-TOTAL         PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
