      ***************************************************************** NA360M1
      * SDF: NA360M1 NA360M1                                            NA360M1
      ***************************************************************** NA360M1
       01   NA360M1I.                                                   NA360M1
           02 FILLER    PIC X(12).                                      NA360M1
           02 MAP-IDNTITYL    COMP PIC S9(4).                           NA360M1
           02 MAP-IDNTITYF    PIC X.                                    NA360M1
           02 MAP-IDNTITYI    PIC X(8).                                 NA360M1
           02 MAP-CASE-NUML   COMP PIC S9(4).                           NA360M1
           02 MAP-CASE-NUMF   PIC X.                                    NA360M1
           02 MAP-CASE-NUMI   PIC X(6).                                 NA360M1
           02 MAP-CASE-NAMEL  COMP PIC S9(4).                           NA360M1
           02 MAP-CASE-NAMEF  PIC X.                                    NA360M1
           02 MAP-CASE-NAMEI  PIC X(40).                                NA360M1
           02 MAP-SUMMARYD OCCURS  12 TIMES .                           NA360M1
             03 MAP-SELL      COMP PIC S9(4).                           NA360M1
             03 MAP-SELF      PIC X.                                    NA360M1
             03 MAP-SELI      PIC X.                                    NA360M1
             03 MAP-LINEL     COMP PIC S9(4).                           NA360M1
             03 MAP-LINEF     PIC X.                                    NA360M1
             03 MAP-LINEI     PIC X(70).                                NA360M1
           02 MAP-MESSAGEL    COMP PIC S9(4).                           NA360M1
           02 MAP-MESSAGEF    PIC X.                                    NA360M1
           02 MAP-MESSAGEI    PIC X(79).                                NA360M1
      ***************************************************************** NA360M1
      * SDF: NA360M1 NA360M1                                            NA360M1
      ***************************************************************** NA360M1
       01   NA360M1O REDEFINES NA360M1I.                                NA360M1
           02 FILLER    PIC X(12).                                      NA360M1
           02 FILLER    PIC X(2).                                       NA360M1
           02 MAP-IDNTITYA    PIC X.                                    NA360M1
           02 MAP-IDNTITYO    PIC X(8).                                 NA360M1
           02 FILLER    PIC X(2).                                       NA360M1
           02 MAP-CASE-NUMA   PIC X.                                    NA360M1
           02 MAP-CASE-NUMO   PIC X(6).                                 NA360M1
           02 FILLER    PIC X(2).                                       NA360M1
           02 MAP-CASE-NAMEA  PIC X.                                    NA360M1
           02 MAP-CASE-NAMEO  PIC X(40).                                NA360M1
           02 DFHMS1 OCCURS  12 TIMES .                                 NA360M1
             03 FILLER       PIC X(2).                                  NA360M1
             03 MAP-SELA      PIC X.                                    NA360M1
             03 MAP-SELO      PIC X.                                    NA360M1
             03 FILLER       PIC X(2).                                  NA360M1
             03 MAP-LINEA     PIC X.                                    NA360M1
             03 MAP-LINEO     PIC X(70).                                NA360M1
           02 FILLER    PIC X(2).                                       NA360M1
           02 MAP-MESSAGEA    PIC X.                                    NA360M1
           02 MAP-MESSAGEO    PIC X(79).                                NA360M1
