       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASE360.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: CASE360                                         *
      *  PROGRAM TEXT:  READ-ONLY CASE 360 SUMMARY BEHIND THE NA360     *
      *                 SCREEN. TO ANSWER ONE EMPLOYER CALL A REP USED  *
      *                 TO VISIT NA320, AUDHIST, BILLAGE, LBXSUSP,      *
      *                 DIARYMNT, PAYARNG, BILLDISP AND PORTINQ IN      *
      *                 TURN. GIVEN THE CASE IDENTITY (OR CASE NUMBER)  *
      *                 THIS BUILDS ONE LINE APIECE FOR STATUS AND ITS  *
      *                 CASECOBQ MEANING, BALANCES AND AGING, LAST      *
      *                 LOCKBOX PAYMENT, LAST BILL, OPEN SUSPENSE, OPEN *
      *                 DISPUTES, ACTIVE ARRANGEMENTS, OPEN DIARIES,    *
      *                 BROKER, EBILL DELIVERY PREFERENCE, AUDIT_COMM   *
      *                 CHANGES IN THE LAST 30 DAYS AND THE CASEALRT    *
      *                 BANNER, EACH TAGGED WITH THE PROGRAM THAT OWNS  *
      *                 IT SO NA360 CAN JUMP THERE. THE NA320 SECCHECK  *
      *                 CARRIER/SITE SCOPING APPLIES AND THE BALANCE    *
      *                 SHOWN IS LOGGED THROUGH SENSLOG.                *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.

       01  WS-ACTIVE-CODE               PIC X(2)  VALUE SPACES.
       01  WS-STAT-DATE                 PIC X(10) VALUE SPACES.
       01  WS-CURR-BAL                  PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-30DAY-BAL                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PAID-THRU-DATE            PIC X(10) VALUE SPACES.
       01  WS-LAST-BILL-DATE            PIC X(10) VALUE SPACES.
       01  WS-NEXT-BILL-DATE            PIC X(10) VALUE SPACES.
       01  WS-AGENT-REP-ID              PIC X(5)  VALUE SPACES.
       01  WS-STATUS-MEANING            PIC X(20) VALUE SPACES.
       01  WS-DELIVERY-PREF             PIC X(1)  VALUE SPACE.
       01  WS-BROKER-NAME               PIC X(30) VALUE SPACES.
       01  WS-LAST-DATE                 PIC X(10) VALUE SPACES.
       01  WS-LAST-REFERENCE            PIC X(10) VALUE SPACES.
       01  WS-LAST-INITIALS             PIC X(3)  VALUE SPACES.
       01  WS-ROW-COUNT                 PIC S9(9) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-ROW-AMOUNT                PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-EDIT-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMOUNT-2             PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT                PIC ZZZZ9.
       01  WS-EDIT-COUNT-2              PIC ZZZZ9.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL              PIC X(14).
           05  WS-SL-DATA               PIC X(56).
       01  WS-LINE-OWNER                PIC X(8)  VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  SENSLOG-COMM-AREA.
           COPY SENSLOGC.

       01  CASEALRT-COMM-AREA.
           COPY CASEALRC.

           COPY CASEMAST.
           COPY CASECOBQ.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           TITLE 'CASE360 --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY CASE360C.
           TITLE 'CASE360 --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00'   TO C3-RETURN-CODE.
           MOVE SPACES TO C3-CASE-NAME C3-CARRIER-CODE C3-SITE-CODE.
           MOVE ZERO   TO C3-LINE-COUNT.
           PERFORM P990000-CLEAR-ONE-LINE THRU P990000-EXIT
               VARYING C3-LINE-COUNT FROM 1 BY 1
               UNTIL C3-LINE-COUNT > 12.
           MOVE ZERO   TO C3-LINE-COUNT.

           PERFORM P100000-READ-THE-CASE THRU P100000-EXIT.

           IF C3-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P150000-CHECK-SECURITY THRU P150000-EXIT.

           IF C3-RETURN-CODE NOT = '00'
               GO TO P000000-RETURN.

           PERFORM P200000-STATUS-LINE THRU P200000-EXIT.
           PERFORM P210000-BALANCE-LINE THRU P210000-EXIT.
           PERFORM P300000-LAST-PAYMENT-LINE THRU P300000-EXIT.
           PERFORM P310000-LAST-BILL-LINE THRU P310000-EXIT.
           PERFORM P400000-SUSPENSE-LINE THRU P400000-EXIT.
           PERFORM P410000-DISPUTE-LINE THRU P410000-EXIT.
           PERFORM P420000-ARRANGEMENT-LINE THRU P420000-EXIT.
           PERFORM P430000-DIARY-LINE THRU P430000-EXIT.
           PERFORM P500000-BROKER-LINE THRU P500000-EXIT.
           PERFORM P510000-DELIVERY-LINE THRU P510000-EXIT.
           PERFORM P600000-CHANGES-LINE THRU P600000-EXIT.
           PERFORM P700000-ALERT-LINE THRU P700000-EXIT.

           PERFORM P800000-LOG-THE-INQUIRY THRU P800000-EXIT.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'CASE360 --> READ THE CASE'.
       P100000-READ-THE-CASE SECTION.

           IF C3-CASE-NUM NOT = SPACES
               EXEC SQL
                   SELECT M.CASE_NUM,
                          M.CASENAME#IDNTITY,
                          VALUE(A.DISPLAY_NAME, ' '),
                          M.CARRIER_CODE,
                          M.ADMIN_SITE_CODE,
                          M.ACTIVE_CODE,
                          CHAR(M.STAT_DATE, ISO),
                          M.CYCLE_CURR_BAL,
                          M.CYCLE_30DAY_BAL,
                          CHAR(M.CASH_THRU_DATE, ISO),
                          CHAR(M.LAST_BILL_DATE, ISO),
                          CHAR(M.NEXT_BILL_DATE, ISO),
                          M.AGENT_REP_ID
                     INTO :C3-CASE-NUM,
                          :C3-CASE-IDNTITY,
                          :C3-CASE-NAME,
                          :C3-CARRIER-CODE,
                          :C3-SITE-CODE,
                          :WS-ACTIVE-CODE,
                          :WS-STAT-DATE,
                          :WS-CURR-BAL,
                          :WS-30DAY-BAL,
                          :WS-PAID-THRU-DATE,
                          :WS-LAST-BILL-DATE,
                          :WS-NEXT-BILL-DATE,
                          :WS-AGENT-REP-ID
                     FROM CASE_MASTER M
                     LEFT OUTER JOIN AGNTNAME A
                       ON A.IDNTITY = M.CASENAME#IDNTITY
                    WHERE M.CASE_NUM = :C3-CASE-NUM
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT M.CASE_NUM,
                          M.CASENAME#IDNTITY,
                          VALUE(A.DISPLAY_NAME, ' '),
                          M.CARRIER_CODE,
                          M.ADMIN_SITE_CODE,
                          M.ACTIVE_CODE,
                          CHAR(M.STAT_DATE, ISO),
                          M.CYCLE_CURR_BAL,
                          M.CYCLE_30DAY_BAL,
                          CHAR(M.CASH_THRU_DATE, ISO),
                          CHAR(M.LAST_BILL_DATE, ISO),
                          CHAR(M.NEXT_BILL_DATE, ISO),
                          M.AGENT_REP_ID
                     INTO :C3-CASE-NUM,
                          :C3-CASE-IDNTITY,
                          :C3-CASE-NAME,
                          :C3-CARRIER-CODE,
                          :C3-SITE-CODE,
                          :WS-ACTIVE-CODE,
                          :WS-STAT-DATE,
                          :WS-CURR-BAL,
                          :WS-30DAY-BAL,
                          :WS-PAID-THRU-DATE,
                          :WS-LAST-BILL-DATE,
                          :WS-NEXT-BILL-DATE,
                          :WS-AGENT-REP-ID
                     FROM CASE_MASTER M
                     LEFT OUTER JOIN AGNTNAME A
                       ON A.IDNTITY = M.CASENAME#IDNTITY
                    WHERE M.CASENAME#IDNTITY = :C3-CASE-IDNTITY
                    FETCH FIRST 1 ROW ONLY
               END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO C3-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO C3-RETURN-CODE
           END-EVALUATE.

       P100000-EXIT.
           EXIT.
           TITLE 'CASE360 --> THE SAME SECCHECK SCOPING AS NA320'.
       P150000-CHECK-SECURITY SECTION.

           MOVE SPACES          TO SECURITY-AREA.
           MOVE 'NA320'         TO SEC-RESOURCE-NAME.
           MOVE 'I'             TO SEC-FUNCTION-CODE.
           MOVE 'Y'             TO SEC-CHK-RESOURCE.
           MOVE 'Y'             TO SEC-CHK-CARRIER.
           MOVE 'Y'             TO SEC-CHK-SITE.
           MOVE C3-CARRIER-CODE TO SEC-CARRIER-CODE.
           MOVE C3-SITE-CODE    TO SEC-SITE-CODE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '08' TO C3-RETURN-CODE
               GO TO P150000-EXIT.

           IF SEC-RETURN-CODE NOT = 'A'
               MOVE '08' TO C3-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'CASE360 --> STATUS AND ITS CASECOBQ MEANING'.
       P200000-STATUS-LINE SECTION.

           MOVE WS-ACTIVE-CODE TO CASE-ACTIVE-CODE OF CASE-REC.

           EVALUATE TRUE
               WHEN CASE-ACTIVE
                   MOVE 'ACTIVE' TO WS-STATUS-MEANING
               WHEN CASE-GRACE-PERIOD
                   MOVE 'GRACE PERIOD' TO WS-STATUS-MEANING
               WHEN CASE-NSF
                   MOVE 'PAYMENT HOLD - NSF' TO WS-STATUS-MEANING
               WHEN CASE-BELOW-MINIMUM-EMPS
                   MOVE 'BELOW MINIMUM LIVES' TO WS-STATUS-MEANING
               WHEN CASE-CANCELED-BY-REQUEST
                   MOVE 'CANCELED BY REQUEST' TO WS-STATUS-MEANING
               WHEN CASE-CHANGED-CARRIER
                   MOVE 'CHANGED CARRIER' TO WS-STATUS-MEANING
               WHEN CASE-CALCULATED-NONPAY
                 OR CASE-NONPAY-MIDMONTH
                   MOVE 'TERMINATED - NONPAY' TO WS-STATUS-MEANING
               WHEN CASE-NEVER-INFORCE
                   MOVE 'NEVER IN FORCE' TO WS-STATUS-MEANING
               WHEN OTHER
                   MOVE 'TERMINATED' TO WS-STATUS-MEANING
           END-EVALUATE.

           MOVE SPACES   TO WS-SUMMARY-LINE.
           MOVE 'STATUS' TO WS-SL-LABEL.
           STRING WS-ACTIVE-CODE    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-STATUS-MEANING DELIMITED BY SIZE
                  ' SINCE '         DELIMITED BY SIZE
                  WS-STAT-DATE      DELIMITED BY SIZE
               INTO WS-SL-DATA
           END-STRING.
           MOVE 'NA320'  TO WS-LINE-OWNER.
           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'CASE360 --> BALANCES AND AGING'.
       P210000-BALANCE-LINE SECTION.

           MOVE WS-CURR-BAL  TO WS-EDIT-AMOUNT.
           MOVE WS-30DAY-BAL TO WS-EDIT-AMOUNT-2.

           MOVE SPACES    TO WS-SUMMARY-LINE.
           MOVE 'BALANCE' TO WS-SL-LABEL.
           STRING 'CURR '            DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
                  ' 30+ '            DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-2   DELIMITED BY SIZE
                  ' THRU '           DELIMITED BY SIZE
                  WS-PAID-THRU-DATE  DELIMITED BY SIZE
               INTO WS-SL-DATA
           END-STRING.
           MOVE 'BILLAGE' TO WS-LINE-OWNER.
           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P210000-EXIT.
           EXIT.
           TITLE 'CASE360 --> LAST LOCKBOX PAYMENT'.
       P300000-LAST-PAYMENT-LINE SECTION.

           MOVE SPACES         TO WS-SUMMARY-LINE.
           MOVE 'LAST PAYMENT' TO WS-SL-LABEL.
           MOVE 'PORTINQ'      TO WS-LINE-OWNER.

           EXEC SQL
               SELECT CHAR(DEPOSIT_DATE, ISO),
                      CHECK_NUMBER,
                      CHECK_AMOUNT
                 INTO :WS-LAST-DATE,
                      :WS-LAST-REFERENCE,
                      :WS-ROW-AMOUNT
                 FROM LOCKBOX_TRANS
                WHERE SCANLINE_CASE_NUM = :C3-CASE-NUM
                ORDER BY DEPOSIT_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'NONE ON FILE' TO WS-SL-DATA
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO C3-RETURN-CODE
                   MOVE 'NOT AVAILABLE' TO WS-SL-DATA
               WHEN OTHER
                   MOVE WS-ROW-AMOUNT TO WS-EDIT-AMOUNT
                   STRING WS-LAST-DATE      DELIMITED BY SIZE
                          ' CHECK '         DELIMITED BY SIZE
                          WS-LAST-REFERENCE DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          WS-EDIT-AMOUNT    DELIMITED BY SIZE
                       INTO WS-SL-DATA
                   END-STRING
           END-EVALUATE.

           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P300000-EXIT.
           EXIT.
           TITLE 'CASE360 --> LAST BILL AND NEXT BILL'.
       P310000-LAST-BILL-LINE SECTION.

           MOVE SPACES      TO WS-SUMMARY-LINE.
           MOVE 'LAST BILL' TO WS-SL-LABEL.
           MOVE 'INVHIST'   TO WS-LINE-OWNER.

           EXEC SQL
               SELECT CHAR(RUN_DATE, ISO),
                      INVOICE_TOTAL
                 INTO :WS-LAST-DATE,
                      :WS-ROW-AMOUNT
                 FROM INVOICE_HISTORY
                WHERE CASE_NUM = :C3-CASE-NUM
                ORDER BY RUN_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

      *    BEFORE INVOICE_HISTORY WAS KEPT THE ONLY RECORD OF THE LAST
      *    BILL IS THE CASE'S OWN LAST BILL DATE.
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   STRING WS-LAST-BILL-DATE  DELIMITED BY SIZE
                          ' NEXT '           DELIMITED BY SIZE
                          WS-NEXT-BILL-DATE  DELIMITED BY SIZE
                       INTO WS-SL-DATA
                   END-STRING
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO C3-RETURN-CODE
                   MOVE 'NOT AVAILABLE' TO WS-SL-DATA
               WHEN OTHER
                   MOVE WS-ROW-AMOUNT TO WS-EDIT-AMOUNT
                   STRING WS-LAST-DATE       DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          WS-EDIT-AMOUNT     DELIMITED BY SIZE
                          ' NEXT '           DELIMITED BY SIZE
                          WS-NEXT-BILL-DATE  DELIMITED BY SIZE
                       INTO WS-SL-DATA
                   END-STRING
           END-EVALUATE.

           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P310000-EXIT.
           EXIT.
           TITLE 'CASE360 --> OPEN CASH SUSPENSE'.
       P400000-SUSPENSE-LINE SECTION.

           MOVE SPACES     TO WS-SUMMARY-LINE.
           MOVE 'SUSPENSE' TO WS-SL-LABEL.
           MOVE 'LBXSUSP'  TO WS-LINE-OWNER.

           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CHECK_AMOUNT), 0)
                 INTO :WS-ROW-COUNT,
                      :WS-ROW-AMOUNT
                 FROM CASH_SUSPENSE
                WHERE CASE_NUM_AS_KEYED = :C3-CASE-NUM
                  AND SUSPENSE_STATUS   = 'O'
           END-EXEC.

           PERFORM P950000-COUNT-AND-AMOUNT THRU P950000-EXIT.
           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P400000-EXIT.
           EXIT.
           TITLE 'CASE360 --> OPEN BILLING DISPUTES'.
       P410000-DISPUTE-LINE SECTION.

           MOVE SPACES     TO WS-SUMMARY-LINE.
           MOVE 'DISPUTES' TO WS-SL-LABEL.
           MOVE 'BILLDISP' TO WS-LINE-OWNER.

           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(DISPUTED_AMOUNT), 0)
                 INTO :WS-ROW-COUNT,
                      :WS-ROW-AMOUNT
                 FROM BILL_DISPUTE
                WHERE CASE_NUM       = :C3-CASE-NUM
                  AND DISPUTE_STATUS = 'O'
           END-EXEC.

           PERFORM P950000-COUNT-AND-AMOUNT THRU P950000-EXIT.
           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P410000-EXIT.
           EXIT.
           TITLE 'CASE360 --> ACTIVE PAYMENT ARRANGEMENTS'.
       P420000-ARRANGEMENT-LINE SECTION.

           MOVE SPACES        TO WS-SUMMARY-LINE.
           MOVE 'ARRANGEMENT' TO WS-SL-LABEL.
           MOVE 'PAYARNG'     TO WS-LINE-OWNER.

           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(AGREED_TOTAL), 0)
                 INTO :WS-ROW-COUNT,
                      :WS-ROW-AMOUNT
                 FROM PAY_ARRANGEMENT
                WHERE CASE_NUM       = :C3-CASE-NUM
                  AND ARRANGE_STATUS = 'A'
           END-EXEC.

           PERFORM P950000-COUNT-AND-AMOUNT THRU P950000-EXIT.
           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P420000-EXIT.
           EXIT.
           TITLE 'CASE360 --> OPEN DIARY ITEMS'.
       P430000-DIARY-LINE SECTION.

           MOVE SPACES     TO WS-SUMMARY-LINE.
           MOVE 'DIARY'    TO WS-SL-LABEL.
           MOVE 'DIARYMNT' TO WS-LINE-OWNER.

           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE WHEN DUE_DATE < CURRENT DATE
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(CHAR(MIN(DUE_DATE), ISO), ' ')
                 INTO :WS-ROW-COUNT,
                      :WS-OVERDUE-COUNT,
                      :WS-LAST-DATE
                 FROM DIARY
                WHERE CASE_NUM     = :C3-CASE-NUM
                  AND DIARY_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO C3-RETURN-CODE
               MOVE 'NOT AVAILABLE' TO WS-SL-DATA
           ELSE
               IF WS-ROW-COUNT = ZERO
                   MOVE 'NONE OPEN' TO WS-SL-DATA
               ELSE
                   MOVE WS-ROW-COUNT     TO WS-EDIT-COUNT
                   MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT-2
                   STRING WS-EDIT-COUNT    DELIMITED BY SIZE
                          ' OPEN '         DELIMITED BY SIZE
                          WS-EDIT-COUNT-2  DELIMITED BY SIZE
                          ' OVERDUE  NEXT DUE ' DELIMITED BY SIZE
                          WS-LAST-DATE     DELIMITED BY SIZE
                       INTO WS-SL-DATA
                   END-STRING
               END-IF
           END-IF.

           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P430000-EXIT.
           EXIT.
           TITLE 'CASE360 --> BROKER OF RECORD'.
       P500000-BROKER-LINE SECTION.

           MOVE SPACES   TO WS-SUMMARY-LINE.
           MOVE 'BROKER' TO WS-SL-LABEL.
           MOVE 'BORCHG' TO WS-LINE-OWNER.
           MOVE SPACES   TO WS-BROKER-NAME.

           IF WS-AGENT-REP-ID = SPACES
               MOVE 'NONE ON CASE' TO WS-SL-DATA
               GO TO P500000-ADD.

           EXEC SQL
               SELECT VALUE(A.DISPLAY_NAME, ' ')
                 INTO :WS-BROKER-NAME
                 FROM BROKER B, AGNTNAME A
                WHERE B.AGENCY_NUM = :WS-AGENT-REP-ID
                  AND A.IDNTITY    = B.AGNTNAME#IDNTY
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO C3-RETURN-CODE.

           STRING WS-AGENT-REP-ID  DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-BROKER-NAME   DELIMITED BY SIZE
               INTO WS-SL-DATA
           END-STRING.

       P500000-ADD.

           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P500000-EXIT.
           EXIT.
           TITLE 'CASE360 --> EBILL DELIVERY PREFERENCE'.
       P510000-DELIVERY-LINE SECTION.

           MOVE SPACES     TO WS-SUMMARY-LINE.
           MOVE 'DELIVERY' TO WS-SL-LABEL.
           MOVE 'PORTINQ'  TO WS-LINE-OWNER.

           EXEC SQL
               SELECT DELIVERY_PREF
                 INTO :WS-DELIVERY-PREF
                 FROM EBILL_PREF
                WHERE CASE_NUM = :C3-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SPACE TO WS-DELIVERY-PREF.

           EVALUATE WS-DELIVERY-PREF
               WHEN 'P'
                   MOVE 'PAPER'            TO WS-SL-DATA
               WHEN 'E'
                   MOVE 'EMAIL'            TO WS-SL-DATA
               WHEN 'B'
                   MOVE 'PAPER AND EMAIL'  TO WS-SL-DATA
               WHEN OTHER
                   MOVE 'NONE ON FILE - PAPER' TO WS-SL-DATA
           END-EVALUATE.

           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P510000-EXIT.
           EXIT.
           TITLE 'CASE360 --> AUDIT_COMM CHANGES IN THE LAST 30 DAYS'.
       P600000-CHANGES-LINE SECTION.

           MOVE SPACES     TO WS-SUMMARY-LINE.
           MOVE 'CHANGES 30D' TO WS-SL-LABEL.
           MOVE 'AUDHIST'  TO WS-LINE-OWNER.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM AUDIT_COMM
                WHERE AC_ID_NUMBER    = :C3-CASE-IDNTITY
                  AND AUDIT_TIMESTAMP > CURRENT TIMESTAMP - 30 DAYS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO C3-RETURN-CODE
               MOVE 'NOT AVAILABLE' TO WS-SL-DATA
               GO TO P600000-ADD.

           IF WS-ROW-COUNT = ZERO
               MOVE 'NONE' TO WS-SL-DATA
               GO TO P600000-ADD.

           EXEC SQL
               SELECT CHAR(DATE(AUDIT_TIMESTAMP), ISO),
                      INITIALS,
                      AUDIT_CODE
                 INTO :WS-LAST-DATE,
                      :WS-LAST-INITIALS,
                      :WS-LAST-REFERENCE
                 FROM AUDIT_COMM
                WHERE AC_ID_NUMBER = :C3-CASE-IDNTITY
                ORDER BY AUDIT_TIMESTAMP DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO C3-RETURN-CODE
               MOVE 'NOT AVAILABLE' TO WS-SL-DATA
               GO TO P600000-ADD.

           MOVE WS-ROW-COUNT TO WS-EDIT-COUNT.
           STRING WS-EDIT-COUNT          DELIMITED BY SIZE
                  '  LAST '              DELIMITED BY SIZE
                  WS-LAST-DATE           DELIMITED BY SIZE
                  ' CODE '               DELIMITED BY SIZE
                  WS-LAST-REFERENCE (1:2) DELIMITED BY SIZE
                  ' BY '                 DELIMITED BY SIZE
                  WS-LAST-INITIALS       DELIMITED BY SIZE
               INTO WS-SL-DATA
           END-STRING.

       P600000-ADD.

           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P600000-EXIT.
           EXIT.
           TITLE 'CASE360 --> THE CASE ALERT BANNER'.
       P700000-ALERT-LINE SECTION.
      *----------------------------------------------------------------*
      *    CASEALRT BUILDS THE SAME TWO-LINE BANNER THE CASE SCREENS   *
      *    SHOW.  THE FIRST LINE AND THE START OF THE INSTRUCTIONS     *
      *    FIT ON ONE SUMMARY LINE.                                    *
      *----------------------------------------------------------------*

           MOVE SPACES     TO WS-SUMMARY-LINE.
           MOVE 'ALERT'    TO WS-SL-LABEL.
           MOVE 'CASEALRT' TO WS-LINE-OWNER.

           MOVE SPACES               TO CAL-ALERT-COMM-AREA.
           MOVE 'B'                  TO CAL-FUNCTION-CODE.
           MOVE C3-CASE-IDNTITY      TO CAL-CASE-IDNTITY.
           MOVE C3-CASE-NUM          TO CAL-CASE-NUM.
           MOVE C3-OPERATOR-INITIALS TO CAL-OPERATOR-INITIALS.
           MOVE C3-OPERATOR-LOGON    TO CAL-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('CASEALRT')
                     COMMAREA (CASEALRT-COMM-AREA)
                     LENGTH   (LENGTH OF CASEALRT-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
           AND CAL-RETURN-CODE = '00'
               STRING CAL-BANNER-LINE (1)        DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      CAL-BANNER-LINE (2) (1:17) DELIMITED BY SIZE
                   INTO WS-SL-DATA
               END-STRING
           ELSE
               MOVE 'NONE ACTIVE' TO WS-SL-DATA.

           PERFORM P900000-ADD-THE-LINE THRU P900000-EXIT.

       P700000-EXIT.
           EXIT.
           TITLE 'CASE360 --> LOG THE BALANCE SHOWN'.
       P800000-LOG-THE-INQUIRY SECTION.
      *----------------------------------------------------------------*
      *    THE SUMMARY SHOWS THE CASE BALANCE, SO THE LOOK IS LOGGED   *
      *    THROUGH SENSLOG THE WAY PORTINQ LOGS IT.  A FAILED LOG      *
      *    WRITE NEVER HOLDS UP THE INQUIRY.                           *
      *----------------------------------------------------------------*

           MOVE SPACES            TO SL-SENS-COMM-AREA.
           MOVE 'L'               TO SL-FUNCTION-CODE.
           MOVE 'CASE360 '        TO SL-PROGRAM-ID.
           MOVE C3-CASE-IDNTITY   TO SL-RECORD-KEY.
           MOVE C3-CASE-NUM       TO SL-CASE-NUM.
           MOVE 'NNNY'            TO SL-FIELDS-SHOWN.
           MOVE C3-OPERATOR-LOGON TO SL-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('SENSLOG')
                     COMMAREA (SENSLOG-COMM-AREA)
                     LENGTH   (LENGTH OF SENSLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P800000-EXIT.
           EXIT.
           TITLE 'CASE360 --> ADD ONE SUMMARY LINE'.
       P900000-ADD-THE-LINE SECTION.

           IF C3-LINE-COUNT NOT < 12
               GO TO P900000-EXIT.

           ADD 1 TO C3-LINE-COUNT.
           MOVE WS-SUMMARY-LINE TO C3-LINE-TEXT (C3-LINE-COUNT).
           MOVE WS-LINE-OWNER   TO C3-LINE-OWNER (C3-LINE-COUNT).

       P900000-EXIT.
           EXIT.
           TITLE 'CASE360 --> EDIT A COUNT AND AMOUNT'.
       P950000-COUNT-AND-AMOUNT SECTION.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO C3-RETURN-CODE
               MOVE 'NOT AVAILABLE' TO WS-SL-DATA
               GO TO P950000-EXIT.

           IF WS-ROW-COUNT = ZERO
               MOVE 'NONE OPEN' TO WS-SL-DATA
               GO TO P950000-EXIT.

           MOVE WS-ROW-COUNT  TO WS-EDIT-COUNT.
           MOVE WS-ROW-AMOUNT TO WS-EDIT-AMOUNT.
           STRING WS-EDIT-COUNT   DELIMITED BY SIZE
                  ' OPEN TOTAL '  DELIMITED BY SIZE
                  WS-EDIT-AMOUNT  DELIMITED BY SIZE
               INTO WS-SL-DATA
           END-STRING.

       P950000-EXIT.
           EXIT.
           TITLE 'CASE360 --> CLEAR ONE SUMMARY LINE'.
       P990000-CLEAR-ONE-LINE SECTION.

           MOVE SPACES TO C3-LINE-TEXT (C3-LINE-COUNT)
                          C3-LINE-OWNER (C3-LINE-COUNT).

       P990000-EXIT.
           EXIT.
