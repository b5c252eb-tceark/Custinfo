      ***************************************
      *  ACA 1094-C/1095-C REPORTING COMMUNICATION AREA
      *  PROGRAM:         ACA1095
      *  COPYBOOK NAME:   ACA1095C
      *  YEAR-END RUN OVER EVERY APPLICABLE LARGE EMPLOYER CASE
      *  (ACA_CASE_PARM ALE_IND 'Y'): THE MONTHLY OFFER, EMPLOYEE
      *  SHARE AND SAFE-HARBOR CODES ARE BUILT FOR EACH EMPLOYEE ONTO
      *  ACA_1095C_FORM, THE PRINT FORMS GO TO THE A95P TDQ AND THE
      *  IRS AIR TRANSMISSION - A 1094-C PER EMPLOYER WITH ITS
      *  1095-C FORMS - TO THE A95X TDQ.  'C' REBUILDS AND
      *  TRANSMITS ONE FILED FORM AS A CORRECTION; 'K' KEYS THE IRS
      *  RECEIPT ID AGAINST A CASE'S FORMS ONCE ACCEPTED.
      ***************************************
           05  AX-1095-COMM-AREA.
               10  AX-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       R = RUN THE TAX YEAR
      *                                       C = CORRECT ONE FORM
      *                                       K = KEY THE IRS RECEIPT
               10  AX-TAX-YEAR             PIC X(4)  VALUE SPACES.
      *                                       CCYY - REQUIRED
               10  AX-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       'C' AND 'K' - REQUIRED
               10  AX-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
      *                                       'C' - REQUIRED
               10  AX-RECEIPT-ID           PIC X(40) VALUE SPACES.
      *                                       'K' - REQUIRED
               10  AX-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  AX-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION
      *                                            CODE, TAX YEAR OR
      *                                            RECEIPT
      *                                       02 = CASE OR FORM NOT
      *                                            FOUND / NO ALE CASES
      *                                       03 = 'C' - FORM NOT YET
      *                                            ACCEPTED, NOTHING TO
      *                                            CORRECT
      *                                       04 = 'R' - SOME CASES
      *                                            ALREADY FILED WERE
      *                                            LEFT FOR CORRECTION
      *                                       12 = SQL ERROR
      *                                       20 = ('R') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  AX-CASES-FILED          PIC 9(5)  VALUE ZERO.
               10  AX-CASES-SKIPPED        PIC 9(5)  VALUE ZERO.
               10  AX-FORMS-WRITTEN        PIC 9(7)  VALUE ZERO.
