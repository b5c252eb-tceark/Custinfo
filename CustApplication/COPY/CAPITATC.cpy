      ***************************************
      *  PREPAID VENDOR CAPITATION COMMUNICATION AREA
      *  PROGRAM:         CAPITATN
      *  COPYBOOK NAME:   CAPITATC
      *  MONTHLY PER-MEMBER-PER-MONTH CAPITATION FOR THE PREPAID
      *  DENTAL/VISION VENDORS: MEMBERS ENROLLED ON THE FIRST ARE
      *  COUNTED BY VENDOR, PLAN AND TIER AT THE PROGRAM_RULES RATE,
      *  RETRO ADDS AND TERMS FOR THE LOOK-BACK MONTHS ARE PAID OR
      *  RECOUPED, THE ROSTER IS KEPT ON CAPITATION_ROSTER, THE
      *  REMITTANCE FILE GOES TO THE CAPR TDQ, AND EACH VENDOR'S NET
      *  IS LEFT PAYABLE ON CAPITATION_PAYMENT FOR CHKDISB.
      ***************************************
           05  CP-CAPITATION-COMM-AREA.
               10  CP-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       M = RUN THE MONTH
               10  CP-CAP-MONTH            PIC X(6)  VALUE SPACES.
      *                                       CCYYMM - SPACES = THE
      *                                       CALENDAR MONTH OF THE RUN
               10  CP-RETRO-MONTHS         PIC 9(2)  VALUE ZERO.
      *                                       ZERO = THE PROGRAM_RULES
      *                                       LOOK-BACK, ELSE 3
               10  CP-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  CP-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = RUN COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING TO CAPITATE
      *                                       04 = MONTH ALREADY RUN
      *                                       05 = INVALID MONTH
      *                                       12 = SQL ERROR
      *                                       20 = HELD BY RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CP-MEMBERS-CAPITATED    PIC 9(7)  VALUE ZERO.
               10  CP-RETRO-ADDS           PIC 9(5)  VALUE ZERO.
               10  CP-RETRO-TERMS          PIC 9(5)  VALUE ZERO.
               10  CP-VENDORS-PAYABLE      PIC 9(3)  VALUE ZERO.
               10  CP-REMIT-LINES          PIC 9(7)  VALUE ZERO.
               10  CP-AMOUNT-PAYABLE       PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
