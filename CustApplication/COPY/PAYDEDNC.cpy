      ***************************************
      *  PAYROLL-DEDUCTION FILE COMMUNICATION AREA
      *  PROGRAM:         PAYDEDN
      *  COPYBOOK NAME:   PAYDEDNC
      *  PAYDEDN SENDS EACH PAYROLL-DEDUCTION CASE ITS PER-PAY-
      *  PERIOD DEDUCTION FILE (EMPLOYEE, SSN, AMOUNT BY COVERAGE
      *  TYPE AND WHAT CHANGED SINCE THE LAST FILE) ON THE
      *  EMPLOYER'S PAY SCHEDULE, AND RECONCILES THE EMPLOYERS'
      *  RETURN FILES OF WHAT WAS ACTUALLY DEDUCTED, EMPLOYEE BY
      *  EMPLOYEE, ONTO A VARIANCE WORKLIST.
      ***************************************
           05  PD-PAYDEDN-COMM-AREA.
               10  PD-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       S = SET ONE CASE'S PAY
      *                                           SCHEDULE
      *                                       F = SEND THE FILES DUE
      *                                           (BATCH)
      *                                       R = RECONCILE THE STAGED
      *                                           RETURN FILES (BATCH)
      *                                       X = RESOLVE ONE VARIANCE
               10  PD-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       'S'; 'F': SPACES = EVERY
      *                                       CASE DUE TODAY
               10  PD-PAY-FREQUENCY        PIC X(1)  VALUE SPACE.
      *                                       'S': W / B / S / M, OR
      *                                       I TO STOP THE FILE
               10  PD-NEXT-FILE-DATE       PIC X(10) VALUE SPACES.
      *                                       'S': SPACES = TODAY
               10  PD-VARIANCE-ID          PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       'X'
               10  PD-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  PD-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE NOT ON FILE /
      *                                            NO FILES DUE
      *                                       03 = VARIANCE NOT OPEN
      *                                       06 = INVALID PAY
      *                                            FREQUENCY
      *                                       08 = RETURN FILE HELD BY
      *                                            FILECTL
      *                                       12 = SQL ERROR
      *                                       20 = ('F'/'R') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  PD-CASES-SENT           PIC 9(5)  VALUE ZERO.
               10  PD-LINES-SENT           PIC 9(7)  VALUE ZERO.
               10  PD-LINES-CHANGED        PIC 9(7)  VALUE ZERO.
      *                                       'F': NEW, CHANGED AND
      *                                       STOPPED LINES
               10  PD-ROWS-READ            PIC 9(7)  VALUE ZERO.
               10  PD-ROWS-MATCHED         PIC 9(7)  VALUE ZERO.
               10  PD-VARIANCES            PIC 9(5)  VALUE ZERO.
               10  PD-UNKNOWN-SSN          PIC 9(5)  VALUE ZERO.
