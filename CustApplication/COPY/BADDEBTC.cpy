      ***************************************
      *  BAD-DEBT WRITE-OFF AND AGENCY COMMUNICATION AREA
      *  PROGRAM:         BADDEBT
      *  COPYBOOK NAME:   BADDEBTC
      *  BADDEBT WRITES OFF A TERMINATED CASE'S OPEN BALANCES
      *  (CYCLE BALANCES, UNCOLLECTED EMPLOYEE-ADD AND HCC CHARGES,
      *  THE *_DUE_UNP_ADV FIELDS) UNDER DUALAPPR'S DOLLAR-TIERED
      *  APPROVAL, PLACES WRITE-OFFS OVER THE THRESHOLD WITH THE
      *  COLLECTION AGENCY ON THE BDPL TDQ, AND POSTS THE AGENCY'S
      *  STAGED RECOVERY FILE (FILECTL TYPE 'AGYRECOV') BACK TO
      *  THE CASE AND THE WRITE-OFF.  GLEXTRCT JOURNALS BOTH.
      ***************************************
           05  BD-BADDEBT-COMM-AREA.
               10  BD-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       W = WRITE OFF ONE CASE
      *                                       P = POST AN APPROVED
      *                                           WRITE-OFF (DUALAPPR)
      *                                       A = AGENCY PLACEMENT FILE
      *                                           (BATCH)
      *                                       R = POST THE STAGED
      *                                           RECOVERY FILE (BATCH)
               10  BD-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       FUNCTION 'W'
               10  BD-WRITEOFF-ID          PIC S9(9)V COMP-3
                                                     VALUE ZERO.
      *                                       'W' RETURNS IT, 'P' TAKES
      *                                       IT
               10  BD-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  BD-OPERATOR-INITIALS    PIC X(3)  VALUE SPACES.
               10  BD-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE /
      *                                            WRITTEN OFF
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = CASE NOT ON FILE OR
      *                                            NO OPEN BALANCE
      *                                       03 = A WRITE-OFF IS
      *                                            ALREADY AWAITING
      *                                            APPROVAL / NOT
      *                                            PENDING ('P')
      *                                       04 = CASE IS STILL IN
      *                                            FORCE
      *                                       05 = KEYED - AWAITING
      *                                            SECOND APPROVAL
      *                                       06 = CASE BALANCES
      *                                            CHANGED SINCE KEYED
      *                                       08 = RECOVERY FILE HELD OR
      *                                            NOT VERIFIED
      *                                       12 = SQL ERROR
      *                                       20 = ('A'/'R') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  BD-WRITEOFF-AMOUNT      PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
               10  BD-ROWS-READ            PIC 9(7)  VALUE ZERO.
               10  BD-PLACED-COUNT         PIC 9(5)  VALUE ZERO.
               10  BD-PLACED-AMOUNT        PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
               10  BD-RECOVERIES-POSTED    PIC 9(5)  VALUE ZERO.
               10  BD-RECOVERED-AMOUNT     PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
               10  BD-RECOVERIES-UNMATCHED PIC 9(5)  VALUE ZERO.
