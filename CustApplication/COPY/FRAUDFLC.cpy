      ***************************************
      *  PAYMENT-FRAUD RED-FLAG COMMUNICATION AREA
      *  PROGRAM:         FRAUDFLG
      *  COPYBOOK NAME:   FRAUDFLC
      *  THE NIGHTLY 'X' RUN READS THE AUDIT_COMM STREAM AND THE
      *  BANKING CHANGES BEHIND IT FOR THE RED-FLAG PATTERNS - A
      *  BANK CHANGE SOON AFTER AN ADDRESS OR CONTACT CHANGE, A
      *  REFUND PAYEE WHO NEVER REMITTED ON THE CASE, SEVERAL CASES
      *  CHANGED TO ONE ACCOUNT - AND PUTS EACH HIT ON FRAUD_HOLD,
      *  WHICH HOLDS THE CASE'S EFT DRAFTS, ONE-TIME ACH DRAFTS AND
      *  REFUND CHECKS.  'C' IS THE FRAUD REVIEWER CLEARING ONE
      *  HOLD (THE 'FRAUDFLG' SECCHECK RESOURCE).
      ***************************************
           05  FF-FRAUD-COMM-AREA.
               10  FF-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       X = RED-FLAG SCAN (BATCH)
      *                                       C = CLEAR ONE HOLD
               10  FF-HOLD-ID              PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       'C'
               10  FF-CLEAR-NOTE           PIC X(60) VALUE SPACES.
      *                                       'C' - WHY IT IS CLEARED
               10  FF-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  FF-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NO NEW RED FLAGS
      *                                       03 = HOLD NOT ON FILE OR
      *                                            ALREADY CLEARED
      *                                       04 = NO CLEARING NOTE
      *                                       08 = NOT AUTHORIZED
      *                                       12 = SQL ERROR
      *                                       20 = ('X') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  FF-BANK-HOLDS           PIC 9(5)  VALUE ZERO.
               10  FF-REFUND-HOLDS         PIC 9(5)  VALUE ZERO.
               10  FF-ACCOUNT-HOLDS        PIC 9(5)  VALUE ZERO.
               10  FF-HOLDS-PLACED         PIC 9(5)  VALUE ZERO.
