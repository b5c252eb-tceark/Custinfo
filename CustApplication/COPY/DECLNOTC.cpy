      ***************************************
      *  DECLINED-APPLICATION NOTICE COMMUNICATION AREA
      *  PROGRAM:         DECLNOTE
      *  COPYBOOK NAME:   DECLNOTC
      *  THE NIGHTLY 'X' RUN FINDS NEW CATMASTER DECLINES, SENDS THE
      *  REASON-SPECIFIC ADVERSE-ACTION NOTICE THROUGH CORRGEN TO THE
      *  EMPLOYER AND THE WRITING BROKER, RECORDS EACH ON APP_DECLINE
      *  AND CLOSES ANY RECONSIDERATION THAT HAS BEEN DECIDED.  'R'
      *  OPENS A RECONSIDERATION (THE 'DECLNOTE' SECCHECK RESOURCE).
      *  'M' LISTS A MONTH'S DECLINE REASONS BY UNDERWRITER AND STATE
      *  TO THE DCLR TDQ.
      ***************************************
           05  DN-DECLINE-COMM-AREA.
               10  DN-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       X = NOTICE RUN (BATCH)
      *                                       R = REQUEST A
      *                                           RECONSIDERATION
      *                                       M = MONTHLY REASON REPORT
      *                                           (BATCH)
               10  DN-CAT-IDNTITY          PIC X(8)  VALUE SPACES.
      *                                       'R'
               10  DN-EVIDENCE             PIC X(60) VALUE SPACES.
      *                                       'R' - THE NEW EVIDENCE
      *                                       OFFERED
               10  DN-REPORT-MONTH         PIC X(6)  VALUE SPACES.
      *                                       'M' - CCYYMM, SPACES =
      *                                       LAST MONTH
               10  DN-OPERATOR-LOGON       PIC X(8)  VALUE SPACES.
               10  DN-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = FUNCTION COMPLETE
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = NOTHING NEW TO NOTICE
      *                                            OR NO DECLINES IN THE
      *                                            MONTH
      *                                       03 = APPLICATION IS NOT
      *                                            UNDER A NOTICED
      *                                            DECLINE
      *                                       04 = RECONSIDERATION
      *                                            ALREADY OPEN
      *                                       05 = NO EVIDENCE GIVEN
      *                                       06 = INVALID MONTH
      *                                       08 = NOT AUTHORIZED
      *                                       12 = SQL ERROR
      *                                       20 = ('X'/'M') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  DN-DECLINES-NOTICED     PIC 9(5)  VALUE ZERO.
               10  DN-LETTERS-SENT         PIC 9(5)  VALUE ZERO.
               10  DN-RECON-UPHELD         PIC 9(5)  VALUE ZERO.
               10  DN-RECON-OVERTURNED     PIC 9(5)  VALUE ZERO.
               10  DN-MONTH-DECLINES       PIC 9(5)  VALUE ZERO.
