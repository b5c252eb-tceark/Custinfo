       01  WS-SPLIT-EOF-SW               PIC X     VALUE 'N'.
           88  SPLIT-EOF                 VALUE 'Y'.
       01  WS-EDIT-SPLIT-PCT             PIC ZZ9.99 VALUE ZERO.
       01  WS-OVERRIDE-EOF-SW            PIC X     VALUE 'N'.
           88  OVERRIDE-EOF              VALUE 'Y'.
       01  WS-EDIT-OVERRIDE              PIC ZZZ,ZZ9.99- VALUE ZERO.

           COPY BROKER.
           COPY CASEMAST.
           COPY COMSPLIT.
           COPY CMOVRERN.

           EXEC SQL
               INCLUDE SQLCA
                ORDER BY CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    OVERRIDES THE BROKER HAS EARNED AS AN UPLINE (AND ANY       *
      *    ROLLBACKS) NOT YET PAID BY THE COMMISSION CYCLE.            *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE BROVRCUR CURSOR FOR
               SELECT WRITING_BROKER_ID,
                      HIERARCHY_LEVEL,
                      ENTRY_TYPE,
                      OVERRIDE_AMOUNT
                 FROM COMM_OVERRIDE
                WHERE OVERRIDE_BROKER_ID = :BROKER-ID
                  AND PAID_CYCLE_MONTH IS NULL
                ORDER BY CREATE_TIMESTAMP
           END-EXEC.

           TITLE 'BRCOMM --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.

           PERFORM P700000-WRITE-STATEMENT-TOTALS THRU P700000-EXIT.
           PERFORM P750000-WRITE-SPLIT-LINES THRU P750000-EXIT.
           PERFORM P780000-WRITE-OVERRIDE-LINES THRU P780000-EXIT.

           GO TO P000000-RETURN.
      *

       P760000-EXIT.
           EXIT.
           TITLE 'BRCOMM --> THE BROKERS UNPAID OVERRIDES'.
       P780000-WRITE-OVERRIDE-LINES SECTION.

           EXEC SQL
               OPEN BROVRCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO P780000-EXIT.

           MOVE 'N' TO WS-OVERRIDE-EOF-SW.

           PERFORM P790000-ONE-OVERRIDE-LINE THRU P790000-EXIT
               UNTIL OVERRIDE-EOF.

           EXEC SQL
               CLOSE BROVRCUR
           END-EXEC.

       P780000-EXIT.
           EXIT.
       P790000-ONE-OVERRIDE-LINE SECTION.

           EXEC SQL
               FETCH BROVRCUR
                 INTO :COV-WRITING-BROKER,
                      :COV-HIERARCHY-LEVEL,
                      :COV-ENTRY-TYPE,
                      :COV-OVERRIDE-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-OVERRIDE-EOF-SW
               GO TO P790000-EXIT.

           MOVE COV-OVERRIDE-AMOUNT TO WS-EDIT-OVERRIDE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OVERRIDE LEVEL '   DELIMITED BY SIZE
                  COV-HIERARCHY-LEVEL DELIMITED BY SIZE
                  ' ON '              DELIMITED BY SIZE
                  COV-WRITING-BROKER  DELIMITED BY SIZE
                  ' TYPE '            DELIMITED BY SIZE
                  COV-ENTRY-TYPE      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-EDIT-OVERRIDE    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('BRCM')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P790000-EXIT.
           EXIT.
