                   88  SEC-YES-CHECK-CARR               VALUE 'Y'.      SECCOMMC
               10  SEC-CHK-SITE         PIC X           VALUE SPACE.    SECCOMMC
                   88  SEC-YES-CHECK-SITE               VALUE 'Y'.      SECCOMMC
               10  SEC-BREAK-GLASS-IND  PIC X           VALUE SPACE.    SECCOMMC
                   88  SEC-BREAK-GLASS-USED             VALUE 'Y'.      SECCOMMC
      *            'Y' = RACF SAID NO; GRANTED UNDER AN OPEN BRKGLASS   SECCOMMC
      *            SESSION AND TAGGED 'BG' IN AUDIT_COMM                SECCOMMC
               10  FILLER               PIC X(12)       VALUE SPACES.   SECCOMMC
                                                                        SECCOMMC
