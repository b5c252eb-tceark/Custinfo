      *                                       B = PRODUCE THE VENDOR
      *                                           FILE
      *                                       R = REISSUE ONE CARD
      *                                       T = TERM A TERMED
      *                                           MEMBER'S CARD
               10  HC-CASE-NUM             PIC X(6)  VALUE SPACES.
      *                                       FUNCTIONS 'R' AND 'T'
               10  HC-EMP-NUM              PIC S9(5)V COMP-3
                                                     VALUE ZERO.
               10  HC-CARD-REASON          PIC X(1)  VALUE SPACE.
      *                                       L = LOST   M = NAME CHANGE
      *                                       I = MEMBER ID ISSUED
               10  HC-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = EMPLOYEE NOT ON FILE
      *                                            ('T': OR NOT TERMED)
      *                                       12 = SQL ERROR
      *                                       20 = ('Q'/'B') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  HC-CARDS-QUEUED         PIC 9(5)  VALUE ZERO.
               10  HC-CARDS-PRODUCED       PIC 9(5)  VALUE ZERO.
               10  HC-CARDS-HELD           PIC 9(5)  VALUE ZERO.
      *                                       FUNCTION 'B' - LEFT
      *                                       QUEUED, THE ADDRESS IS
      *                                       UNDELIVERABLE
               10  HC-CARDS-TERMED         PIC 9(5)  VALUE ZERO.
      *                                       FUNCTION 'T' - 1 WHEN THE
      *                                       MEMBER HELD A CARD
