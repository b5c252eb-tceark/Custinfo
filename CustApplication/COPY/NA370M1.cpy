      ***************************************************************** NA370M1
      * SDF: NA370M1 NA370M1                                            NA370M1
      ***************************************************************** NA370M1
       01   NA370M1I.                                                   NA370M1
           02 FILLER    PIC X(12).                                      NA370M1
           02 MAP-FROM-DATEL COMP PIC S9(4).                            NA370M1
           02 MAP-FROM-DATEF PIC X.                                     NA370M1
           02 MAP-FROM-DATEI PIC X(10).                                 NA370M1
           02 MAP-STATEL     COMP PIC S9(4).                            NA370M1
           02 MAP-STATEF     PIC X.                                     NA370M1
           02 MAP-STATEI     PIC X(2).                                  NA370M1
           02 MAP-CALENDARD OCCURS  12 TIMES .                          NA370M1
             03 MAP-ACTL     COMP PIC S9(4).                            NA370M1
             03 MAP-ACTF     PIC X.                                     NA370M1
             03 MAP-ACTI     PIC X.                                     NA370M1
             03 MAP-DATEL    COMP PIC S9(4).                            NA370M1
             03 MAP-DATEF    PIC X.                                     NA370M1
             03 MAP-DATEI    PIC X(10).                                 NA370M1
             03 MAP-STL      COMP PIC S9(4).                            NA370M1
             03 MAP-STF      PIC X.                                     NA370M1
             03 MAP-STI      PIC X(2).                                  NA370M1
             03 MAP-TYPEL    COMP PIC S9(4).                            NA370M1
             03 MAP-TYPEF    PIC X.                                     NA370M1
             03 MAP-TYPEI    PIC X.                                     NA370M1
             03 MAP-BANKL    COMP PIC S9(4).                            NA370M1
             03 MAP-BANKF    PIC X.                                     NA370M1
             03 MAP-BANKI    PIC X.                                     NA370M1
             03 MAP-OFFICEL  COMP PIC S9(4).                            NA370M1
             03 MAP-OFFICEF  PIC X.                                     NA370M1
             03 MAP-OFFICEI  PIC X.                                     NA370M1
             03 MAP-NAMEL    COMP PIC S9(4).                            NA370M1
             03 MAP-NAMEF    PIC X.                                     NA370M1
             03 MAP-NAMEI    PIC X(30).                                 NA370M1
           02 MAP-MESSAGEL   COMP PIC S9(4).                            NA370M1
           02 MAP-MESSAGEF   PIC X.                                     NA370M1
           02 MAP-MESSAGEI   PIC X(79).                                 NA370M1
      ***************************************************************** NA370M1
      * SDF: NA370M1 NA370M1                                            NA370M1
      ***************************************************************** NA370M1
       01   NA370M1O REDEFINES NA370M1I.                                NA370M1
           02 FILLER    PIC X(12).                                      NA370M1
           02 FILLER         PIC X(2).                                  NA370M1
           02 MAP-FROM-DATEA PIC X.                                     NA370M1
           02 MAP-FROM-DATEO PIC X(10).                                 NA370M1
           02 FILLER         PIC X(2).                                  NA370M1
           02 MAP-STATEA     PIC X.                                     NA370M1
           02 MAP-STATEO     PIC X(2).                                  NA370M1
           02 DFHMS1 OCCURS  12 TIMES .                                 NA370M1
             03 FILLER       PIC X(2).                                  NA370M1
             03 MAP-ACTA     PIC X.                                     NA370M1
             03 MAP-ACTO     PIC X.                                     NA370M1
             03 FILLER       PIC X(2).                                  NA370M1
             03 MAP-DATEA    PIC X.                                     NA370M1
             03 MAP-DATEO    PIC X(10).                                 NA370M1
             03 FILLER       PIC X(2).                                  NA370M1
             03 MAP-STA      PIC X.                                     NA370M1
             03 MAP-STO      PIC X(2).                                  NA370M1
             03 FILLER       PIC X(2).                                  NA370M1
             03 MAP-TYPEA    PIC X.                                     NA370M1
             03 MAP-TYPEO    PIC X.                                     NA370M1
             03 FILLER       PIC X(2).                                  NA370M1
             03 MAP-BANKA    PIC X.                                     NA370M1
             03 MAP-BANKO    PIC X.                                     NA370M1
             03 FILLER       PIC X(2).                                  NA370M1
             03 MAP-OFFICEA  PIC X.                                     NA370M1
             03 MAP-OFFICEO  PIC X.                                     NA370M1
             03 FILLER       PIC X(2).                                  NA370M1
             03 MAP-NAMEA    PIC X.                                     NA370M1
             03 MAP-NAMEO    PIC X(30).                                 NA370M1
           02 FILLER         PIC X(2).                                  NA370M1
           02 MAP-MESSAGEA   PIC X.                                     NA370M1
           02 MAP-MESSAGEO   PIC X(79).                                 NA370M1
