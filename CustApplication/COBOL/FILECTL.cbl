      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   ADD THE 'HOURS   ' FILE TYPE - THE EMPLOYER   *
      *                   PAYROLL HOURS FILE STAGED FOR THE ACA         *
      *                   VARIABLE-HOUR MEASUREMENT.                    *
      *  10/15/26   TGW   ADD THE 'DNB     ' FILE TYPE - THE MONTHLY    *
      *                   DUN & BRADSTREET BUSINESS-STATUS FILE.        *
      *  10/15/26   TGW   ADD THE 'PROVTERM' FILE TYPE - THE HMO        *
      *                   PROVIDER-TERMINATION FILE.                    *
      *  10/15/26   TGW   ADD THE 'ASSOCRST' FILE TYPE - THE            *
      *                   ASSOCIATION MEMBERSHIP ROSTERS.               *
      *  10/15/26   TGW   COUNT AND TOTAL THE STAGED AGENCY RECOVERY    *
      *                   FILE.                                         *
      *  10/15/26   TGW   COUNT AND TOTAL THE STAGED PAYROLL-DEDUCTION  *
      *                   RETURN FILE.                                  *
      *  10/15/26   TGW   ADD THE 'RIF     ' FILE TYPE - THE EMPLOYER'S *
      *                   REDUCTION-IN-FORCE LIST STAGED ON RIF_STAGE   *
      *                   FOR RIFTERM.                                  *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           COPY DMFSTAGE.
           COPY CENSSTG.
           COPY SALSTAGE.
           COPY HRSSTAGE.
           COPY DNBSTAGE.
           COPY PRVTERM.
           COPY FFMRECON.
           COPY ASCSTAGE.
           COPY AGYRECOV.
           COPY PDSTAGE.
           COPY FILECTL.

           EXEC SQL
                         FROM SALARY_STAGE
                        WHERE PROCESS_STATUS = 'P'
                   END-EXEC
               WHEN 'HOURS   '
                   EXEC SQL
                       SELECT COUNT(*),
                              VALUE(SUM(HOURS_WORKED), 0)
                         INTO :FC-STAGED-COUNT, :FC-STAGED-AMOUNT
                         FROM HOURS_STAGE
                        WHERE PROCESS_STATUS = 'P'
                   END-EXEC
               WHEN 'DNB     '
                   EXEC SQL
                       SELECT COUNT(*), 0
                         INTO :FC-STAGED-COUNT, :FC-STAGED-AMOUNT
                         FROM DNB_EXTRACT
                        WHERE PROCESS_STATUS = 'P'
                   END-EXEC
               WHEN 'PROVTERM'
                   EXEC SQL
                       SELECT COUNT(*), 0
                         INTO :FC-STAGED-COUNT, :FC-STAGED-AMOUNT
                         FROM PROVIDER_TERM_STAGE
                        WHERE PROCESS_STATUS = 'P'
                   END-EXEC
               WHEN 'FFM     '
                   EXEC SQL
                       SELECT COUNT(*),
                         FROM FFM_RECON_STAGE
                        WHERE PROCESS_STATUS = 'P'
                   END-EXEC
               WHEN 'ASSOCRST'
                   EXEC SQL
                       SELECT COUNT(*), 0
                         INTO :FC-STAGED-COUNT, :FC-STAGED-AMOUNT
                         FROM ASSOC_ROSTER_STAGE
                        WHERE PROCESS_STATUS = 'P'
                   END-EXEC
               WHEN 'AGYRECOV'
                   EXEC SQL
                       SELECT COUNT(*), VALUE(SUM(GROSS_AMOUNT), 0)
                         INTO :FC-STAGED-COUNT, :FC-STAGED-AMOUNT
                         FROM AGENCY_RECOVERY_STAGE
                        WHERE PROCESS_STATUS = 'P'
                   END-EXEC
               WHEN 'PAYDEDRT'
                   EXEC SQL
                       SELECT COUNT(*), VALUE(SUM(DEDUCTED_AMOUNT), 0)
                         INTO :FC-STAGED-COUNT, :FC-STAGED-AMOUNT
                         FROM PAYROLL_DEDUCT_STAGE
                        WHERE PROCESS_STATUS = 'P'
                   END-EXEC
               WHEN 'RIF     '
                   EXEC SQL
                       SELECT COUNT(*), 0
                         INTO :FC-STAGED-COUNT, :FC-STAGED-AMOUNT
                         FROM RIF_STAGE
                        WHERE PROCESS_STATUS = 'P'
                          AND STAGE_SOURCE   = 'F'
                   END-EXEC
               WHEN OTHER
                   MOVE '01' TO FC-RETURN-CODE
                   GO TO P300000-EXIT
