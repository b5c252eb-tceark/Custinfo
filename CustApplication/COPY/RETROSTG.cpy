      *                       EMP_NUM
           10 RTA-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       RETRO_TYPE
      *                         A = RETRO ADD OR PREMIUM INCREASE
      *                             (CHARGE-BACK)
      *                         T = RETRO TERM OR PREMIUM DECREASE
      *                             (CREDIT)
           10 RTA-RETRO-TYPE       PIC X(1).
      *                       RETRO_EFF_DATE
           10 RTA-RETRO-EFF-DATE   PIC X(10).
      *                       STAGE_STATUS
      *                         S = STAGED FOR NEXT BILL
      *                         B = PICKED UP BY THE BILL
      *                         V = VOIDED - THE TERM WAS REVERSED
      *                             BEFORE IT BILLED
           10 RTA-STAGE-STATUS     PIC X(1).
      *                       ADDED_TIMESTAMP
           10 RTA-ADDED-TS         PIC X(26).
