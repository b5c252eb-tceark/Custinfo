      *  DATE       BY    DESCRIPTION                                   *
      *  09/03/26   RAK   DROP A COVERAGE-ACTIVE EVENT ON THE NOTIFGW   *
      *                   QUEUE FOR EACH ACTIVATED ROW.                 *
      *  10/15/26   TGW   CREDIT WAITING MONTHS ALREADY SERVED WITH THE *
      *                   PRIOR CARRIER ON A TAKEOVER (TAKEOVER_CREDIT) *
      *                   SO TAKEOVER MEMBERS ARE NOT MADE TO WAIT      *
      *                   TWICE.                                        *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-WAIT-MONTHS               PIC S9(3) COMP-3 VALUE ZERO.

       01  WS-NOTICE-LINE               PIC X(90) VALUE SPACES.
       01  WS-NOTICE-PTR                PIC S9(4) COMP VALUE ZERO.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
       01  WS-EDIT-CREDIT               PIC ZZ9   VALUE ZERO.

       01  NOTIFGW-COMM-AREA.
           COPY NOTIFGWC.
           COPY CASEMAST.
           COPY EMPLOYEE.
           COPY COVERAGE.
           COPY TAKEOVCR.

           EXEC SQL
               INCLUDE SQLCA
      *----------------------------------------------------------------*
      *    PENDING COVERAGE WHOSE WAIT HAS RUN OUT, WITH THE           *
      *    SATISFACTION DATE COMPUTED IN THE CURSOR FROM THE           *
      *    EMPLOYEE'S EFFECTIVE DATE PLUS THE NUMERIC WAIT CODE,       *
      *    LESS ANY MONTHS AN ACTIVE TAKEOVER CREDIT SAYS WERE         *
      *    ALREADY SERVED WITH THE PRIOR CARRIER.                      *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE COVACTCUR CURSOR FOR
               SELECT C.CASENAME#CIM,
                      C.WAIT_PERIOD,
                      E.UNIQUE-NUM,
                      CHAR(E.EFFECTIVE_DATE
                           + (CASE WHEN INT(C.WAIT_PERIOD)
                                      > VALUE(T.WAIT_MONTHS_SERVED, 0)
                                   THEN INT(C.WAIT_PERIOD)
                                      - VALUE(T.WAIT_MONTHS_SERVED, 0)
                                   ELSE 0 END) MONTHS, ISO),
                      VALUE(T.WAIT_MONTHS_SERVED, 0)
                 FROM COVERAGE C
                      INNER JOIN EMPLOYEE E
                         ON E.CASENAME#IDNTITY = C.CASENAME#CIM
                        AND E.EMP_NUM          = C.EMPLOYEE#EMP_NUM
                      LEFT OUTER JOIN TAKEOVER_CREDIT T
                         ON T.CASENAME#IDNTITY = C.CASENAME#CIM
                        AND T.EMP_NUM          = C.EMPLOYEE#EMP_NUM
                        AND T.COVERAGE_TYPE    = C.TYPE
                        AND T.CREDIT_STATUS    = 'A'
                WHERE E.ACTIVE_IND       = 'Y'
                  AND C.EFF_DATE IS NULL
                  AND C.WAIT_PERIOD IS NOT NULL
                  AND C.WAIT_PERIOD BETWEEN '01' AND '99'
                  AND E.EFFECTIVE_DATE
                      + (CASE WHEN INT(C.WAIT_PERIOD)
                                 > VALUE(T.WAIT_MONTHS_SERVED, 0)
                              THEN INT(C.WAIT_PERIOD)
                                 - VALUE(T.WAIT_MONTHS_SERVED, 0)
                              ELSE 0 END) MONTHS <= CURRENT DATE
                ORDER BY C.CASENAME#CIM, C.EMPLOYEE#EMP_NUM, C.TYPE
           END-EXEC.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'COVACTIV' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CV-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CV-RETURN-CODE.
           MOVE ZERO TO CV-ROWS-SCANNED CV-ROWS-ACTIVATED.

                      :WS-COV-PLAN,
                      :WS-COV-WAIT-PERIOD,
                      :WS-COV-CASE-NUM,
                      :WS-SATISFY-DATE,
                      :WS-WAIT-MONTHS
           END-EXEC.

           IF SQLCODE NOT = ZERO
               INTO WS-NOTICE-LINE
           END-STRING.

           IF WS-WAIT-MONTHS > ZERO
               MOVE WS-WAIT-MONTHS TO WS-EDIT-CREDIT
               MOVE 66 TO WS-NOTICE-PTR
               STRING ' LESS '          DELIMITED BY SIZE
                      WS-EDIT-CREDIT    DELIMITED BY SIZE
                      ' MO CREDIT'      DELIMITED BY SIZE
                   INTO WS-NOTICE-LINE
                   WITH POINTER WS-NOTICE-PTR
               END-STRING.

           EXEC CICS WRITEQ TD QUEUE ('COVA')
                     FROM    (WS-NOTICE-LINE)
                     LENGTH  (LENGTH OF WS-NOTICE-LINE)
