             COV_TYPE               CHAR(8) NOT NULL,
             PLAN_CODE              CHAR(2) NOT NULL,
             TOTAL_PREMIUM          DECIMAL(7, 2) NOT NULL,
             RATING_ZIP             CHAR(5) NOT NULL,
             PROVIDER_NUM           CHAR(15) NOT NULL,
             LOAD_STATUS            CHAR(1) NOT NULL,
             REJECT_REASON          CHAR(20) NOT NULL,
             LOAD_TIMESTAMP         TIMESTAMP
           10 CEN-PLAN-CODE        PIC X(2).
      *                       TOTAL_PREMIUM
           10 CEN-TOTAL-PREMIUM    PIC S9(5)V99 USAGE COMP-3.
      *                       RATING_ZIP
           10 CEN-RATING-ZIP       PIC X(5).
      *                       PROVIDER_NUM
      *                         THE MEMBER'S PCP - HMO CASES ONLY
           10 CEN-PROVIDER-NUM     PIC X(15).
      *                       LOAD_STATUS
      *                         P = PENDING   L = LOADED   R = REJECTED
      *                         W = LOADED, COVERAGE PENDED AS A LATE
      *                             ENTRANT (LATE_ENTRANT)
           10 CEN-LOAD-STATUS      PIC X(1).
      *                       REJECT_REASON
           10 CEN-REJECT-REASON    PIC X(20).
