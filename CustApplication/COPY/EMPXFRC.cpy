      ***************************************
      *  EMPLOYEE TRANSFER BETWEEN AFFILIATED CASES COMMUNICATION AREA
      *  PROGRAM:         EMPXFER
      *  COPYBOOK NAME:   EMPXFRC
      *  EMPXFER MOVES AN ACTIVE EMPLOYEE TO ANOTHER CASE UNDER THE
      *  SAME CARR_AFFL_CODE WITHOUT A BREAK IN COVERAGE: THE OLD
      *  ROWS ARE TERMED ON THE TRANSFER DATE AND THE NEW ONES START
      *  THAT DAY CARRYING THE ORIGINAL INCEPTION AND CONTINUOUS
      *  DATES, THE BENEFICIARY, EOI, COB AND TAKEOVER-CREDIT ROWS GO
      *  WITH THE EMPLOYEE, RETROADJ ADJUSTS BOTH CASES' BILLING, AND
      *  EDI834 SENDS THE CARRIER ONE CHANGE.  GATED BY THE 'EMPXFER'
      *  SECCHECK RESOURCE AND LOGGED ON EMPLOYEE_TRANSFER.
      ***************************************
           05  XF-EMPXFER-COMM-AREA.
               10  XF-FROM-CASE-NUM        PIC X(6)  VALUE SPACES.
               10  XF-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
               10  XF-TO-CASE-NUM          PIC X(6)  VALUE SPACES.
               10  XF-TRANSFER-DATE        PIC X(10) VALUE SPACES.
      *                                       FIRST DAY ON THE NEW CASE;
      *                                       SPACES = THE FIRST OF NEXT
      *                                       MONTH
               10  XF-REASON-TEXT          PIC X(60) VALUE SPACES.
      *                                       REQUIRED
               10  XF-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  XF-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  XF-TRANSFER-ID          PIC S9(9) COMP VALUE ZERO.
      *                                       RETURNED - THE LOG ROW
               10  XF-NEW-EMP-NUM          PIC S9(5)V COMP-3
                                                     VALUE ZERO.
      *                                       RETURNED - THE EMPLOYEE'S
      *                                       NUMBER ON THE NEW CASE
               10  XF-COVERAGE-ROWS        PIC 9(3)  VALUE ZERO.
               10  XF-DEPENDENT-ROWS       PIC 9(3)  VALUE ZERO.
               10  XF-BENE-ROWS            PIC 9(3)  VALUE ZERO.
               10  XF-EOI-ROWS             PIC 9(3)  VALUE ZERO.
               10  XF-COB-ROWS             PIC 9(3)  VALUE ZERO.
               10  XF-FROM-CREDIT          PIC S9(7)V99 COMP-3
                                                     VALUE ZERO.
      *                                       RETRO CREDIT ON THE OLD
      *                                       CASE'S NEXT BILL
               10  XF-TO-CHARGE            PIC S9(7)V99 COMP-3
                                                     VALUE ZERO.
      *                                       RETRO CHARGE ON THE NEW
      *                                       CASE'S NEXT BILL
               10  XF-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = TRANSFER COMPLETE
      *                                       02 = EMPLOYEE NOT ON FILE
      *                                            OR NOT ACTIVE
      *                                       03 = NOT AUTHORIZED
      *                                       04 = TARGET CASE NOT ON
      *                                            FILE, NOT ACTIVE, THE
      *                                            SAME CASE, OR NOT
      *                                            UNDER THE SAME
      *                                            CARR_AFFL_CODE
      *                                       05 = EMPLOYEE ALREADY
      *                                            ACTIVE ON THE TARGET
      *                                            CASE (SAME SSN)
      *                                       06 = REQUIRED FIELD
      *                                            MISSING OR INVALID -
      *                                            THE TRANSFER DATE
      *                                            MUST BE A REAL DATE
      *                                            AFTER THE EMPLOYEE'S
      *                                            EFFECTIVE DATE
      *                                       07 = EITHER CASE IS UNDER
      *                                            LEGAL HOLD
      *                                       12 = SQL OR LINK ERROR -
      *                                            NOTHING WAS CHANGED
