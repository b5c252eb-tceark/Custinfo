      * START/END/COUNT/RETURN-CODE ROW PER BATCH RUN, WRITTEN        *
      * THROUGH THE RUNLOG MODULE BY EVERY BATCH PROGRAM.  THE        *
      * OPSCON CONSOLE READS IT FOR LAST-RUN STATUS PER PROGRAM.      *
      * EACH RUN CARRIES THE BUSINESS DATE IT RAN FOR, WHICH THE      *
      * BATCH_JOB_DEPEND PREDECESSOR CHECK MATCHES ON.                *
      ******************************************************************
           EXEC SQL DECLARE BATCH_RUN_LOG TABLE
           ( PROGRAM_NAME           CHAR(8) NOT NULL,
             RUN_END                TIMESTAMP,
             RUN_STATUS             CHAR(1) NOT NULL,
             RECORD_COUNT           DECIMAL(9, 0) NOT NULL,
             RETURN_CODE            CHAR(2) NOT NULL,
             BUSINESS_DATE          DATE,
             HELD_FOR_PROGRAM       CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BATCH_RUN_LOG                      *
      *                       RUN_STATUS
      *                         R = RUNNING   E = ENDED
      *                         S = ENDED NONZERO BUT RESTARTABLE
      *                         H = HELD - A PREDECESSOR HAD NOT
      *                             COMPLETED, NOTHING WAS WORKED
           10 BRL-RUN-STATUS       PIC X(1).
      *                       RECORD_COUNT
           10 BRL-RECORD-COUNT     PIC S9(9)V USAGE COMP-3.
      *                       RETURN_CODE
           10 BRL-RETURN-CODE      PIC X(2).
      *                       BUSINESS_DATE
      *                         NULL ON RUNS LOGGED BEFORE THE
      *                         PREDECESSOR CHECK
           10 BRL-BUSINESS-DATE    PIC X(10).
      *                       HELD_FOR_PROGRAM
      *                         RUN_STATUS 'H' - THE FIRST PREDECESSOR
      *                         FOUND MISSING
           10 BRL-HELD-FOR-PROGRAM PIC X(8).
