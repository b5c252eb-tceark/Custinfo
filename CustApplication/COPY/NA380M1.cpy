      ***************************************************************** NA380M1
      * SDF: NA380M1 NA380M1                                            NA380M1
      ***************************************************************** NA380M1
       01   NA380M1I.                                                   NA380M1
           02 FILLER    PIC X(12).                                      NA380M1
           02 MAP-IMBL       COMP PIC S9(4).                            NA380M1
           02 MAP-IMBF       PIC X.                                     NA380M1
           02 MAP-IMBI       PIC X(31).                                 NA380M1
           02 MAP-IDNTITYL   COMP PIC S9(4).                            NA380M1
           02 MAP-IDNTITYF   PIC X.                                     NA380M1
           02 MAP-IDNTITYI   PIC X(8).                                  NA380M1
           02 MAP-DOC-TYPEL  COMP PIC S9(4).                            NA380M1
           02 MAP-DOC-TYPEF  PIC X.                                     NA380M1
           02 MAP-DOC-TYPEI  PIC X.                                     NA380M1
           02 MAP-DOC-REFL   COMP PIC S9(4).                            NA380M1
           02 MAP-DOC-REFF   PIC X.                                     NA380M1
           02 MAP-DOC-REFI   PIC X(20).                                 NA380M1
           02 MAP-REASONL    COMP PIC S9(4).                            NA380M1
           02 MAP-REASONF    PIC X.                                     NA380M1
           02 MAP-REASONI    PIC X(2).                                  NA380M1
           02 MAP-COUNTL     COMP PIC S9(4).                            NA380M1
           02 MAP-COUNTF     PIC X.                                     NA380M1
           02 MAP-COUNTI     PIC X(4).                                  NA380M1
           02 MAP-LASTL      COMP PIC S9(4).                            NA380M1
           02 MAP-LASTF      PIC X.                                     NA380M1
           02 MAP-LASTI      PIC X(79).                                 NA380M1
           02 MAP-MESSAGEL   COMP PIC S9(4).                            NA380M1
           02 MAP-MESSAGEF   PIC X.                                     NA380M1
           02 MAP-MESSAGEI   PIC X(79).                                 NA380M1
      ***************************************************************** NA380M1
      * SDF: NA380M1 NA380M1                                            NA380M1
      ***************************************************************** NA380M1
       01   NA380M1O REDEFINES NA380M1I.                                NA380M1
           02 FILLER    PIC X(12).                                      NA380M1
           02 FILLER         PIC X(2).                                  NA380M1
           02 MAP-IMBA       PIC X.                                     NA380M1
           02 MAP-IMBO       PIC X(31).                                 NA380M1
           02 FILLER         PIC X(2).                                  NA380M1
           02 MAP-IDNTITYA   PIC X.                                     NA380M1
           02 MAP-IDNTITYO   PIC X(8).                                  NA380M1
           02 FILLER         PIC X(2).                                  NA380M1
           02 MAP-DOC-TYPEA  PIC X.                                     NA380M1
           02 MAP-DOC-TYPEO  PIC X.                                     NA380M1
           02 FILLER         PIC X(2).                                  NA380M1
           02 MAP-DOC-REFA   PIC X.                                     NA380M1
           02 MAP-DOC-REFO   PIC X(20).                                 NA380M1
           02 FILLER         PIC X(2).                                  NA380M1
           02 MAP-REASONA    PIC X.                                     NA380M1
           02 MAP-REASONO    PIC X(2).                                  NA380M1
           02 FILLER         PIC X(2).                                  NA380M1
           02 MAP-COUNTA     PIC X.                                     NA380M1
           02 MAP-COUNTO     PIC ZZZ9.                                  NA380M1
           02 FILLER         PIC X(2).                                  NA380M1
           02 MAP-LASTA      PIC X.                                     NA380M1
           02 MAP-LASTO      PIC X(79).                                 NA380M1
           02 FILLER         PIC X(2).                                  NA380M1
           02 MAP-MESSAGEA   PIC X.                                     NA380M1
           02 MAP-MESSAGEO   PIC X(79).                                 NA380M1
