      *  COPYBOOK NAME:   WORKBSKC
      *  ONE INQUIRY OVER EVERY PENDING-WORK QUEUE - OPEN DIARY
      *  ITEMS, PENDING EOI ELECTIONS, OPEN CASH SUSPENSE, THE DMF
      *  REVIEW QUEUE, PORTAL APPLICATION INTAKE, HELD NCOA
      *  RESPONSES, THE D&B BUSINESS-STATUS REVIEW QUEUE, HMO
      *  MEMBERS AWAITING A NEW PCP, THE DATA-QUALITY CORRECTION
      *  WORKLIST, THE PAYROLL-DEDUCTION VARIANCES, THE
      *  PAYMENT-FRAUD HOLDS AND THE OPEN COMPLAINTS - IN A
      *  COMMON SHAPE (TYPE, KEY, AGE, DUE DATE) SORTED OLDEST
      *  FIRST ON THE WBSK TDQ, WITH A SUPERVISOR
      *  SUMMARY OF COUNTS AND AGES BY QUEUE AND BY OPERATOR.
      ***************************************
           05  WB-BASKET-COMM-AREA.
