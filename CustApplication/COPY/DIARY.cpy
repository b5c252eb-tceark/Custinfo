      *                         RNW = RENEWAL        EOI = PENDING EOI
      *                         SUS = SUSPENSE       FUP = FOLLOW-UP
      *                         GRC = CASE IN GRACE  THR = THRESHOLD
      *                         GUA = INCREASE HELD UNDER GUARANTEE
      *                         UWO = UW OVERRIDE OVER AUTHORITY LIMIT
      *                         RTE = RENEWAL RATING TO ACCEPT/ADJUST
      *                         LTE = LATE ENTRANT ELECTION TO REVIEW
           10 DIA-REASON-CODE      PIC X(3).
      *                       DIARY_TEXT
           10 DIA-DIARY-TEXT       PIC X(40).
