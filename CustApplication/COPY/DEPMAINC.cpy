                                                     VALUE ZERO.
               10  DM-STUDENT-IND          PIC X(1)  VALUE SPACE.
               10  DM-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
      *                                       'T' - THE TERM DATE,
      *                                       SPACES = TODAY
               10  DM-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  DM-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       07 = EMPLOYEE'S DEPENDENCY
      *                                            CODE DOES NOT COVER
      *                                            DEPENDENTS
      *                                       08 = 'T' REFUSED - THE
      *                                            CHILD IS UNDER A
      *                                            MEDICAL CHILD SUPPORT
      *                                            ORDER (QMCSO_ORDER)
      *                                       12 = SQL ERROR
               10  DM-ACTIVE-DEP-COUNT     PIC S9(3)V COMP-3
                                                     VALUE ZERO.
               10  DM-DEP-AGE              PIC S9(3)V COMP-3
                                                     VALUE ZERO.
               10  DM-QMCSO-IND            PIC X(1)  VALUE SPACE.
      *                                       'A' - Y = A CHILD ADDED
      *                                       UNDER A MEDICAL CHILD
      *                                       SUPPORT ORDER: THE
      *                                       EMPLOYEE'S DEPENDENCY
      *                                       CODE IS RAISED TO COVER
      *                                       THE CHILD RATHER THAN
      *                                       REFUSED (THE AGE EDITS
      *                                       STILL APPLY)
