      *                                           ROWS BILLED AND ROLL
      *                                           THEM TO THE CASE
      *                                           ADJUSTMENT FIELDS
      *                                       R = BACK OUT A REVERSED
      *                                           TERM'S CREDIT
      *                                       M = STAGE ONE MEMBER'S
      *                                           RETRO-TERM CREDIT NOW
      *                                       A = STAGE ONE MEMBER'S
      *                                           RETRO-ADD CHARGE NOW
      *                                       P = STAGE ONE MEMBER'S
      *                                           RETRO PREMIUM CHANGE
               10  RA-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       FUNCTIONS 'B', 'R', 'M',
      *                                       'A', 'P'
               10  RA-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       12 = SQL ERROR
      *                                       20 = ('S') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  RA-EMPS-SCANNED         PIC 9(5)  VALUE ZERO.
               10  RA-RETROS-STAGED        PIC 9(5)  VALUE ZERO.
               10  RA-CHARGE-TOTAL         PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
               10  RA-CREDIT-TOTAL         PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
               10  RA-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
      *                                       FUNCTIONS 'R', 'M', 'A',
      *                                       'P'
               10  RA-RETRO-EFF-DATE       PIC X(10) VALUE SPACES.
      *                                       FUNCTION 'R': THE TERM
      *                                       DATE BEING REVERSED
      *                                       FUNCTION 'P': THE DATE
      *                                       THE CHANGE TAKES EFFECT
               10  RA-PREMIUM-CHANGE       PIC S9(5)V99 COMP-3
                                                     VALUE ZERO.
      *                                       FUNCTION 'P': THE MONTHLY
      *                                       PREMIUM CHANGE - PLUS IS
      *                                       CHARGED BACK, MINUS IS
      *                                       CREDITED
