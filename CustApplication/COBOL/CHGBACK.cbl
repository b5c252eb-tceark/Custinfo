       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHGBACK.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: CHGBACK                                         *
      *  PROGRAM TEXT:  TRANSACTION COST-JOURNAL CHARGEBACK.  NA300,    *
      *                 NA301, NA320, NA330, NA340, TU003 AND SQLERRTN  *
      *                 JOURNAL EVERY TRANSACTION WORKED, AND THE       *
      *                 ADMINISTRATION CONTRACTS LET US CHARGE THE      *
      *                 CARRIERS PER TRANSACTION.  FUNCTION 'M' RUNS    *
      *                 MONTHLY: ONE MONTH OF COST_JOURNAL IS           *
      *                 SUMMARIZED BY CARRIER, SITE, TRANSACTION AND    *
      *                 OPERATOR ONTO CHARGEBACK_SUMMARY (A RERUN       *
      *                 REPLACES THE MONTH), EACH ROW IS PRICED FROM    *
      *                 CHARGEBACK_RATE (THE CARRIER'S RATE FIRST, THE  *
      *                 BLANK-CARRIER DEFAULT OTHERWISE), EACH          *
      *                 CARRIER'S INVOICE DETAIL GOES TO THE CHGI TDQ   *
      *                 AND ITS TOTAL IS BILLED THROUGH FEEBILL 'T',    *
      *                 AND THE OPERATOR PRODUCTIVITY REPORT GOES TO    *
      *                 THE CHGP TDQ.  FUNCTION 'P' REPRINTS THE        *
      *                 PRODUCTIVITY REPORT FOR A MONTH ALREADY         *
      *                 SUMMARIZED.  FUNCTION 'R' SETS ONE TRANSACTION  *
      *                 RATE.                                           *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.

       01  WS-PRICE-EOF-SW              PIC X     VALUE 'N'.
           88  PRICE-EOF                VALUE 'Y'.
       01  WS-CARRIER-EOF-SW            PIC X     VALUE 'N'.
           88  CARRIER-EOF              VALUE 'Y'.
       01  WS-DETAIL-EOF-SW             PIC X     VALUE 'N'.
           88  DETAIL-EOF               VALUE 'Y'.
       01  WS-OPERATOR-EOF-SW           PIC X     VALUE 'N'.
           88  OPERATOR-EOF             VALUE 'Y'.

       01  WS-CHARGE-MONTH              PIC X(6)  VALUE SPACES.
       01  WS-MONTH-START               PIC X(10) VALUE SPACES.
       01  WS-MONTH-NUMBER              PIC 9(2)  VALUE ZERO.
       01  WS-JOURNAL-COUNT             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-UNIT-RATE                 PIC S9(3)V9(4) COMP-3
                                                  VALUE ZERO.
       01  WS-CHARGE-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-EFFECTIVE-DATE            PIC X(10) VALUE SPACES.

       01  WS-CARRIER-CODE              PIC X(2)  VALUE SPACES.
       01  WS-CARRIER-TRANS             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-CARRIER-AMOUNT            PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-SITE-CODE                 PIC X(2)  VALUE SPACES.
       01  WS-TRANSACTION-ID            PIC X(4)  VALUE SPACES.
       01  WS-TRANS-COUNT               PIC S9(9) COMP-3 VALUE ZERO.

       01  WS-OPERATOR-ID               PIC X(8)  VALUE SPACES.
       01  WS-OPR-TRANS                 PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-OPR-TRAN-TYPES            PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-OPR-AMOUNT                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-OPR-DAYS                  PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-OPR-PER-DAY               PIC S9(7) COMP-3 VALUE ZERO.

       01  WS-EDIT-COUNT                PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
       01  WS-EDIT-RATE                 PIC ZZ9.9999 VALUE ZERO.
       01  WS-EDIT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01  WS-EDIT-TYPES                PIC ZZZ9  VALUE ZERO.
       01  WS-EDIT-DAYS                 PIC ZZ9   VALUE ZERO.
       01  WS-EDIT-PER-DAY              PIC ZZZ,ZZ9 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

       01  FEEBILL-COMM-AREA.
           COPY FEEBILLC.

           COPY COSTJRNL.
           COPY CHGRATE.
           COPY CHGSUMM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY SUMMARY ROW OF THE MONTH, TO BE PRICED.               *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CBPRCCUR CURSOR FOR
               SELECT CARRIER_CODE,
                      SITE_CODE,
                      TRANSACTION_ID,
                      OPERATOR_ID,
                      TRANS_COUNT
                 FROM CHARGEBACK_SUMMARY
                WHERE CHARGE_MONTH = :WS-CHARGE-MONTH
                ORDER BY CARRIER_CODE, SITE_CODE, TRANSACTION_ID,
                         OPERATOR_ID
           END-EXEC.

      *----------------------------------------------------------------*
      *    ONE ROW PER CARRIER CHARGED FOR THE MONTH.  WORK WITH NO    *
      *    CARRIER IS NEVER CHARGED BACK.                              *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CBCARCUR CURSOR FOR
               SELECT CARRIER_CODE,
                      SUM(TRANS_COUNT),
                      SUM(CHARGE_AMOUNT)
                 FROM CHARGEBACK_SUMMARY
                WHERE CHARGE_MONTH  = :WS-CHARGE-MONTH
                  AND CARRIER_CODE <> ' '
                GROUP BY CARRIER_CODE
                ORDER BY CARRIER_CODE
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE CARRIER'S INVOICE DETAIL - SITE AND TRANSACTION AT THE  *
      *    RATE CHARGED, WITH THE OPERATORS ROLLED TOGETHER.           *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CBDTLCUR CURSOR FOR
               SELECT SITE_CODE,
                      TRANSACTION_ID,
                      UNIT_RATE,
                      SUM(TRANS_COUNT),
                      SUM(CHARGE_AMOUNT)
                 FROM CHARGEBACK_SUMMARY
                WHERE CHARGE_MONTH = :WS-CHARGE-MONTH
                  AND CARRIER_CODE = :WS-CARRIER-CODE
                GROUP BY SITE_CODE, TRANSACTION_ID, UNIT_RATE
                ORDER BY SITE_CODE, TRANSACTION_ID
           END-EXEC.

      *----------------------------------------------------------------*
      *    OPERATOR PRODUCTIVITY - EVERY TRANSACTION THE OPERATOR      *
      *    WORKED, CHARGEABLE OR NOT, BUSIEST OPERATOR FIRST.          *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CBOPRCUR CURSOR FOR
               SELECT OPERATOR_ID,
                      SUM(TRANS_COUNT),
                      COUNT(DISTINCT TRANSACTION_ID),
                      SUM(CHARGE_AMOUNT)
                 FROM CHARGEBACK_SUMMARY
                WHERE CHARGE_MONTH = :WS-CHARGE-MONTH
                GROUP BY OPERATOR_ID
                ORDER BY 2 DESC, 1
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'CHGBACK --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY CHGBACKC.
           TITLE 'CHGBACK --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF CB-FUNCTION-CODE = 'M' OR CB-FUNCTION-CODE = 'P'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'CHGBACK ' TO RL-PROGRAM-NAME
               MOVE 'Y'        TO RL-HOLD-CHECK
               EXEC CICS LINK
                         PROGRAM  ('RUNLOG')
                         COMMAREA (RUNLOG-COMM-AREA)
                         LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
           END-IF.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CB-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CB-RETURN-CODE.
           MOVE ZERO TO CB-SUMMARY-ROWS CB-UNPRICED-ROWS
                        CB-CARRIERS-BILLED CB-AMOUNT-BILLED
                        CB-OPERATORS-REPORTED.

           EVALUATE CB-FUNCTION-CODE
               WHEN 'M'
                   PERFORM P200000-MONTHLY-CHARGEBACK THRU
                           P200000-EXIT
               WHEN 'P'
                   PERFORM P150000-SET-THE-MONTH THRU P150000-EXIT
                   IF CB-RETURN-CODE = '00'
                       PERFORM P600000-PRODUCTIVITY-REPORT THRU
                               P600000-EXIT
                   END-IF
               WHEN 'R'
                   PERFORM P800000-SET-ONE-RATE THRU P800000-EXIT
               WHEN OTHER
                   MOVE '01' TO CB-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF CB-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF CB-FUNCTION-CODE = 'M' OR CB-FUNCTION-CODE = 'P'
               IF CB-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'CHGBACK ' TO RL-PROGRAM-NAME
               MOVE CB-SUMMARY-ROWS TO RL-RECORD-COUNT
               IF CB-FUNCTION-CODE = 'P'
                   MOVE CB-OPERATORS-REPORTED TO RL-RECORD-COUNT
               END-IF
               MOVE CB-RETURN-CODE TO RL-PROGRAM-RC
               EXEC CICS LINK
                         PROGRAM  ('RUNLOG')
                         COMMAREA (RUNLOG-COMM-AREA)
                         LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                         RESP     (WS-CICS-RESP)
               END-EXEC
           END-IF.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'CHGBACK --> THE CHARGE MONTH'.
       P150000-SET-THE-MONTH SECTION.
      *----------------------------------------------------------------*
      *    THE MONTH IS YYYYMM; BLANK MEANS LAST MONTH, WHICH IS HOW   *
      *    THE SCHEDULED RUN EARLY IN THE MONTH IS SUBMITTED.          *
      *----------------------------------------------------------------*

           IF CB-CHARGE-MONTH = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                     INTO :WS-MONTH-START
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE WS-MONTH-START (1:4) TO CB-CHARGE-MONTH (1:4)
               MOVE WS-MONTH-START (6:2) TO CB-CHARGE-MONTH (5:2)
           END-IF.

           IF CB-CHARGE-MONTH IS NOT NUMERIC
               MOVE '03' TO CB-RETURN-CODE
               GO TO P150000-EXIT.

           MOVE CB-CHARGE-MONTH (5:2) TO WS-MONTH-NUMBER.
           IF WS-MONTH-NUMBER < 1 OR WS-MONTH-NUMBER > 12
               MOVE '03' TO CB-RETURN-CODE
               GO TO P150000-EXIT.

           MOVE CB-CHARGE-MONTH TO WS-CHARGE-MONTH.
           MOVE SPACES          TO WS-MONTH-START.
           STRING CB-CHARGE-MONTH (1:4) DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  CB-CHARGE-MONTH (5:2) DELIMITED BY SIZE
                  '-01'                 DELIMITED BY SIZE
               INTO WS-MONTH-START
           END-STRING.

       P150000-EXIT.
           EXIT.
           TITLE 'CHGBACK --> THE MONTHLY CHARGEBACK RUN'.
       P200000-MONTHLY-CHARGEBACK SECTION.

           PERFORM P150000-SET-THE-MONTH THRU P150000-EXIT.
           IF CB-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           MOVE ZERO TO WS-JOURNAL-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-JOURNAL-COUNT
                 FROM COST_JOURNAL
                WHERE JOURNAL_TIMESTAMP >=
                      TIMESTAMP(DATE(:WS-MONTH-START), '00.00.00')
                  AND JOURNAL_TIMESTAMP <
                      TIMESTAMP(DATE(:WS-MONTH-START) + 1 MONTH,
                                '00.00.00')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CB-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-JOURNAL-COUNT = ZERO
               MOVE '02' TO CB-RETURN-CODE
               GO TO P200000-EXIT.

      *    A RERUN OF THE MONTH REPLACES ITS SUMMARY.
           EXEC SQL
               DELETE FROM CHARGEBACK_SUMMARY
                WHERE CHARGE_MONTH = :WS-CHARGE-MONTH
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO CB-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               INSERT INTO CHARGEBACK_SUMMARY
                      ( CHARGE_MONTH,
                        CARRIER_CODE,
                        SITE_CODE,
                        TRANSACTION_ID,
                        OPERATOR_ID,
                        TRANS_COUNT,
                        UNIT_RATE,
                        CHARGE_AMOUNT,
                        RUN_TIMESTAMP )
               SELECT :WS-CHARGE-MONTH,
                      CARRIER_CODE,
                      SITE_CODE,
                      TRANSACTION_ID,
                      OPERATOR_ID,
                      COUNT(*),
                      0,
                      0,
                      CURRENT TIMESTAMP
                 FROM COST_JOURNAL
                WHERE JOURNAL_TIMESTAMP >=
                      TIMESTAMP(DATE(:WS-MONTH-START), '00.00.00')
                  AND JOURNAL_TIMESTAMP <
                      TIMESTAMP(DATE(:WS-MONTH-START) + 1 MONTH,
                                '00.00.00')
                GROUP BY CARRIER_CODE, SITE_CODE, TRANSACTION_ID,
                         OPERATOR_ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CB-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE SQLERRD (3) TO CB-SUMMARY-ROWS.

           PERFORM P300000-PRICE-THE-MONTH THRU P300000-EXIT.
           IF CB-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P400000-INVOICE-CARRIERS THRU P400000-EXIT.
           IF CB-RETURN-CODE = '12'
               GO TO P200000-EXIT.

           PERFORM P600000-PRODUCTIVITY-REPORT THRU P600000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'CHGBACK --> PRICE THE MONTH FROM THE RATE TABLE'.
       P300000-PRICE-THE-MONTH SECTION.

           EXEC SQL
               OPEN CBPRCCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CB-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE 'N' TO WS-PRICE-EOF-SW.

           PERFORM P350000-PRICE-ONE-ROW THRU P350000-EXIT
               UNTIL PRICE-EOF.

           EXEC SQL
               CLOSE CBPRCCUR
           END-EXEC.

       P300000-EXIT.
           EXIT.
       P350000-PRICE-ONE-ROW SECTION.

           EXEC SQL
               FETCH CBPRCCUR
                 INTO :CBS-CARRIER-CODE,
                      :CBS-SITE-CODE,
                      :CBS-TRANSACTION-ID,
                      :CBS-OPERATOR-ID,
                      :CBS-TRANS-COUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CB-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-PRICE-EOF-SW
               GO TO P350000-EXIT.

           PERFORM P380000-GET-THE-RATE THRU P380000-EXIT.
           IF CB-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-PRICE-EOF-SW
               GO TO P350000-EXIT.

           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                   CBS-TRANS-COUNT * WS-UNIT-RATE.

           EXEC SQL
               UPDATE CHARGEBACK_SUMMARY
                  SET UNIT_RATE     = :WS-UNIT-RATE,
                      CHARGE_AMOUNT = :WS-CHARGE-AMOUNT
                WHERE CHARGE_MONTH   = :WS-CHARGE-MONTH
                  AND CARRIER_CODE   = :CBS-CARRIER-CODE
                  AND SITE_CODE      = :CBS-SITE-CODE
                  AND TRANSACTION_ID = :CBS-TRANSACTION-ID
                  AND OPERATOR_ID    = :CBS-OPERATOR-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CB-RETURN-CODE
               MOVE 'Y' TO WS-PRICE-EOF-SW.

       P350000-EXIT.
           EXIT.
           TITLE 'CHGBACK --> THE RATE FOR ONE TRANSACTION'.
       P380000-GET-THE-RATE SECTION.
      *----------------------------------------------------------------*
      *    THE CARRIER'S OWN RATE FIRST, THE BLANK-CARRIER DEFAULT     *
      *    OTHERWISE, IN FORCE ON THE FIRST OF THE MONTH.  A           *
      *    CHARGEABLE TRANSACTION WITH NO RATE AT ALL PRICES AT ZERO   *
      *    AND IS LISTED ON CHGI SO THE RATE CAN BE ADDED AND THE      *
      *    MONTH RERUN.                                                *
      *----------------------------------------------------------------*

           MOVE ZERO TO WS-UNIT-RATE.

           EXEC SQL
               SELECT UNIT_RATE
                 INTO :WS-UNIT-RATE
                 FROM CHARGEBACK_RATE
                WHERE TRANSACTION_ID  = :CBS-TRANSACTION-ID
                  AND CARRIER_CODE   IN (:CBS-CARRIER-CODE, ' ')
                  AND EFFECTIVE_DATE <= DATE(:WS-MONTH-START)
                  AND (TERM_DATE IS NULL
                    OR TERM_DATE > DATE(:WS-MONTH-START))
                ORDER BY CARRIER_CODE DESC
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO CB-RETURN-CODE
               GO TO P380000-EXIT.

           IF SQLCODE = +100 AND CBS-CARRIER-CODE NOT = SPACES
               ADD 1 TO CB-UNPRICED-ROWS
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO RATE FOR TRANSACTION ' DELIMITED BY SIZE
                      CBS-TRANSACTION-ID         DELIMITED BY SIZE
                      '  CARRIER '               DELIMITED BY SIZE
                      CBS-CARRIER-CODE           DELIMITED BY SIZE
                      '  MONTH '                 DELIMITED BY SIZE
                      WS-CHARGE-MONTH            DELIMITED BY SIZE
                      ' - PRICED AT ZERO'        DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM P900000-WRITE-INVOICE-LINE THRU P900000-EXIT.

       P380000-EXIT.
           EXIT.
           TITLE 'CHGBACK --> ONE CHARGEBACK INVOICE PER CARRIER'.
       P400000-INVOICE-CARRIERS SECTION.

           EXEC SQL
               OPEN CBCARCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CB-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'N' TO WS-CARRIER-EOF-SW.

           PERFORM P450000-INVOICE-ONE-CARRIER THRU P450000-EXIT
               UNTIL CARRIER-EOF.

           EXEC SQL
               CLOSE CBCARCUR
           END-EXEC.

       P400000-EXIT.
           EXIT.
       P450000-INVOICE-ONE-CARRIER SECTION.

           EXEC SQL
               FETCH CBCARCUR
                 INTO :WS-CARRIER-CODE,
                      :WS-CARRIER-TRANS,
                      :WS-CARRIER-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CB-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CARRIER-EOF-SW
               GO TO P450000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TRANSACTION CHARGEBACK INVOICE  CARRIER '
                                       DELIMITED BY SIZE
                  WS-CARRIER-CODE      DELIMITED BY SIZE
                  '  MONTH '           DELIMITED BY SIZE
                  WS-CHARGE-MONTH      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-INVOICE-LINE THRU P900000-EXIT.

           EXEC SQL
               OPEN CBDTLCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CB-RETURN-CODE
               MOVE 'Y' TO WS-CARRIER-EOF-SW
               GO TO P450000-EXIT.

           MOVE 'N' TO WS-DETAIL-EOF-SW.

           PERFORM P500000-ONE-INVOICE-DETAIL THRU P500000-EXIT
               UNTIL DETAIL-EOF.

           EXEC SQL
               CLOSE CBDTLCUR
           END-EXEC.

           IF CB-RETURN-CODE = '12'
               MOVE 'Y' TO WS-CARRIER-EOF-SW
               GO TO P450000-EXIT.

           MOVE WS-CARRIER-TRANS  TO WS-EDIT-COUNT.
           MOVE WS-CARRIER-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  CARRIER TOTAL  TRANSACTIONS ' DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
                  '  AMOUNT '          DELIMITED BY SIZE
                  WS-EDIT-AMOUNT       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-INVOICE-LINE THRU P900000-EXIT.

      *    A MONTH PRICED AT NOTHING HAS NOTHING TO BILL.
           IF WS-CARRIER-AMOUNT NOT > ZERO
               GO TO P450000-EXIT.

           PERFORM P550000-BILL-THE-CARRIER THRU P550000-EXIT.

           IF CB-RETURN-CODE = '12'
               MOVE 'Y' TO WS-CARRIER-EOF-SW.

       P450000-EXIT.
           EXIT.
       P500000-ONE-INVOICE-DETAIL SECTION.

           EXEC SQL
               FETCH CBDTLCUR
                 INTO :WS-SITE-CODE,
                      :WS-TRANSACTION-ID,
                      :WS-UNIT-RATE,
                      :WS-TRANS-COUNT,
                      :WS-CHARGE-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CB-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-DETAIL-EOF-SW
               GO TO P500000-EXIT.

           MOVE WS-TRANS-COUNT   TO WS-EDIT-COUNT.
           MOVE WS-UNIT-RATE     TO WS-EDIT-RATE.
           MOVE WS-CHARGE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  SITE '          DELIMITED BY SIZE
                  WS-SITE-CODE       DELIMITED BY SIZE
                  '  TRAN '          DELIMITED BY SIZE
                  WS-TRANSACTION-ID  DELIMITED BY SIZE
                  '  COUNT '         DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  '  RATE '          DELIMITED BY SIZE
                  WS-EDIT-RATE       DELIMITED BY SIZE
                  '  AMOUNT '        DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-INVOICE-LINE THRU P900000-EXIT.

       P500000-EXIT.
           EXIT.
           TITLE 'CHGBACK --> BILL THE CARRIER THROUGH FEEBILL'.
       P550000-BILL-THE-CARRIER SECTION.
      *----------------------------------------------------------------*
      *    FEEBILL 'T' BOOKS THE CARRIER TOTAL AS A FEE ASSESSMENT     *
      *    AND PUTS IT ON THE FEEB INVOICE QUEUE.  A CARRIER ALREADY   *
      *    BILLED FOR THE MONTH (A RERUN) IS NOT BILLED AGAIN; THAT    *
      *    AND AN AMOUNT TOO LARGE TO BOOK ARE NOTED ON CHGI AND THE   *
      *    RUN CONTINUES WITH THE NEXT CARRIER.                        *
      *----------------------------------------------------------------*

           MOVE SPACES            TO FEEBILL-COMM-AREA.
           MOVE ZERO              TO FB-ASSESS-ID FB-FEES-BILLED
                                     FB-AMOUNT-BILLED FB-FEE-RATE
                                     FB-FEE-FREQUENCY
                                     FB-CASES-DISCLOSED.
           MOVE 'T'               TO FB-FUNCTION-CODE.
           MOVE WS-CARRIER-CODE   TO FB-CARRIER-CODE.
           MOVE WS-CHARGE-MONTH   TO FB-CHARGE-MONTH.
           MOVE WS-CARRIER-AMOUNT TO FB-CHARGE-AMOUNT.
           MOVE 'CHGBACK '        TO FB-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('FEEBILL')
                     COMMAREA (FEEBILL-COMM-AREA)
                     LENGTH   (LENGTH OF FEEBILL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR FB-RETURN-CODE = '12'
               MOVE '12' TO CB-RETURN-CODE
               GO TO P550000-EXIT.

           IF FB-RETURN-CODE = '00'
               ADD 1                TO CB-CARRIERS-BILLED
               ADD FB-AMOUNT-BILLED TO CB-AMOUNT-BILLED
               GO TO P550000-EXIT.

           IF CB-RETURN-CODE = '00'
               MOVE '04' TO CB-RETURN-CODE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  NOT BILLED - '       DELIMITED BY SIZE
                  'FEEBILL RETURN CODE '  DELIMITED BY SIZE
                  FB-RETURN-CODE          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           IF FB-RETURN-CODE = '05'
               MOVE '  NOT BILLED - ALREADY BILLED FOR THE MONTH'
                 TO WS-REPORT-LINE.
           PERFORM P900000-WRITE-INVOICE-LINE THRU P900000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'CHGBACK --> OPERATOR PRODUCTIVITY REPORT'.
       P600000-PRODUCTIVITY-REPORT SECTION.

           EXEC SQL
               OPEN CBOPRCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CB-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPERATOR PRODUCTIVITY  MONTH ' DELIMITED BY SIZE
                  WS-CHARGE-MONTH                 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P950000-WRITE-PRODUCTIVITY THRU P950000-EXIT.

           MOVE 'N' TO WS-OPERATOR-EOF-SW.

           PERFORM P650000-ONE-OPERATOR THRU P650000-EXIT
               UNTIL OPERATOR-EOF.

           EXEC SQL
               CLOSE CBOPRCUR
           END-EXEC.

           IF CB-OPERATORS-REPORTED = ZERO AND CB-RETURN-CODE = '00'
               MOVE '02' TO CB-RETURN-CODE.

       P600000-EXIT.
           EXIT.
       P650000-ONE-OPERATOR SECTION.

           EXEC SQL
               FETCH CBOPRCUR
                 INTO :WS-OPERATOR-ID,
                      :WS-OPR-TRANS,
                      :WS-OPR-TRAN-TYPES,
                      :WS-OPR-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CB-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-OPERATOR-EOF-SW
               GO TO P650000-EXIT.

      *    DAYS WORKED COME FROM THE JOURNAL ITSELF.
           MOVE ZERO TO WS-OPR-DAYS.

           EXEC SQL
               SELECT COUNT(DISTINCT DATE(JOURNAL_TIMESTAMP))
                 INTO :WS-OPR-DAYS
                 FROM COST_JOURNAL
                WHERE OPERATOR_ID = :WS-OPERATOR-ID
                  AND JOURNAL_TIMESTAMP >=
                      TIMESTAMP(DATE(:WS-MONTH-START), '00.00.00')
                  AND JOURNAL_TIMESTAMP <
                      TIMESTAMP(DATE(:WS-MONTH-START) + 1 MONTH,
                                '00.00.00')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CB-RETURN-CODE
               MOVE 'Y' TO WS-OPERATOR-EOF-SW
               GO TO P650000-EXIT.

           MOVE ZERO TO WS-OPR-PER-DAY.
           IF WS-OPR-DAYS > ZERO
               DIVIDE WS-OPR-TRANS BY WS-OPR-DAYS
                   GIVING WS-OPR-PER-DAY ROUNDED.

           ADD 1 TO CB-OPERATORS-REPORTED.

           MOVE WS-OPR-TRANS      TO WS-EDIT-COUNT.
           MOVE WS-OPR-TRAN-TYPES TO WS-EDIT-TYPES.
           MOVE WS-OPR-DAYS       TO WS-EDIT-DAYS.
           MOVE WS-OPR-PER-DAY    TO WS-EDIT-PER-DAY.
           MOVE WS-OPR-AMOUNT     TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPERATOR '        DELIMITED BY SIZE
                  WS-OPERATOR-ID     DELIMITED BY SIZE
                  '  TRANS '         DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  '  TYPES '         DELIMITED BY SIZE
                  WS-EDIT-TYPES      DELIMITED BY SIZE
                  '  DAYS '          DELIMITED BY SIZE
                  WS-EDIT-DAYS       DELIMITED BY SIZE
                  '  PER DAY '       DELIMITED BY SIZE
                  WS-EDIT-PER-DAY    DELIMITED BY SIZE
                  '  VALUE '         DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P950000-WRITE-PRODUCTIVITY THRU P950000-EXIT.

       P650000-EXIT.
           EXIT.
           TITLE 'CHGBACK --> SET ONE TRANSACTION RATE'.
       P800000-SET-ONE-RATE SECTION.
      *----------------------------------------------------------------*
      *    THE CURRENT RATE FOR THE TRANSACTION AND CARRIER ENDS ON    *
      *    THE NEW EFFECTIVE DATE AND THE NEW RATE STARTS THERE.  A    *
      *    RATE OF ZERO ONLY ENDS THE CURRENT ONE.                     *
      *----------------------------------------------------------------*

           IF CB-TRANSACTION-ID = SPACES
               OR CB-UNIT-RATE < ZERO
               MOVE '03' TO CB-RETURN-CODE
               GO TO P800000-EXIT.

           MOVE CB-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :WS-EFFECTIVE-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           EXEC SQL
               UPDATE CHARGEBACK_RATE
                  SET TERM_DATE        = DATE(:WS-EFFECTIVE-DATE),
                      CHANGE_LOGON     = :CB-OPERATOR-LOGON,
                      CHANGE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE TRANSACTION_ID = :CB-TRANSACTION-ID
                  AND CARRIER_CODE   = :CB-CARRIER-CODE
                  AND TERM_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO CB-RETURN-CODE
               GO TO P800000-EXIT.

           IF CB-UNIT-RATE = ZERO
               GO TO P800000-EXIT.

           EXEC SQL
               INSERT INTO CHARGEBACK_RATE
                      ( TRANSACTION_ID,
                        CARRIER_CODE,
                        UNIT_RATE,
                        EFFECTIVE_DATE,
                        TERM_DATE,
                        CHANGE_LOGON,
                        CHANGE_TIMESTAMP )
               VALUES ( :CB-TRANSACTION-ID,
                        :CB-CARRIER-CODE,
                        :CB-UNIT-RATE,
                        DATE(:WS-EFFECTIVE-DATE),
                        NULL,
                        :CB-OPERATOR-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CB-RETURN-CODE.

       P800000-EXIT.
           EXIT.
           TITLE 'CHGBACK --> WRITE ONE LINE TO CHGI'.
       P900000-WRITE-INVOICE-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('CHGI')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
           TITLE 'CHGBACK --> WRITE ONE LINE TO CHGP'.
       P950000-WRITE-PRODUCTIVITY SECTION.

           EXEC CICS WRITEQ TD QUEUE ('CHGP')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P950000-EXIT.
           EXIT.
