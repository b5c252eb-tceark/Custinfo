      *                   ACTIVE COB_RECORD ROWS (COBMAINT), SO         *
      *                   CARRIERS STOP PENDING CLAIMS FOR COB          *
      *                   DEVELOPMENT.                                  *
      *  10/15/26   TGW   SEND EACH MEMBER'S ACTIVE TAKEOVER CREDIT     *
      *                   (PRIOR CARRIER, WAIT AND PRE-EX MONTHS,       *
      *                   DEDUCTIBLE AND OUT-OF-POCKET MET) SO THE      *
      *                   CARRIER HONORS NO-LOSS/NO-GAIN ON CLAIMS.     *
      *  10/15/26   TGW   A MEMBER WHOSE TERMINATION WAS REVERSED       *
      *                   (MBRREVRS) SINCE THE LAST RUN GOES AS A       *
      *                   REINSTATEMENT (025) INSTEAD OF A CHANGE.      *
      *  10/15/26   TGW   SEND THE CARRIER'S OWN GROUP NUMBER FOR THE   *
      *                   CASE (CARRIER_GROUP_XREF, ELSE CASE_MASTER)   *
      *                   ON REF*1L.                                    *
      *  10/15/26   TGW   AN EMPLOYEE TRANSFERRED BETWEEN AFFILIATED    *
      *                   CASES OF ONE CARRIER (EMPXFER) GOES AS ONE    *
      *                   CHANGE (001) WITH THE TRANSFER DATE ON        *
      *                   DTP*303 - THE OLD CASE'S TERMED ROW IS PASSED *
      *                   OVER.                                         *
      *  10/15/26   TGW   IDENTIFY THE SUBSCRIBER ON REF*0F BY MEMBER   *
      *                   ID (MEMBER_ID_XREF, ASSIGNED THROUGH MBRIDGEN *
      *                   WHEN MISSING) INSTEAD OF THE SSN, WHICH NO    *
      *                   LONGER LEAVES ON THE 834.                     *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-MBR-EMP-NUM               PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-MBR-LAST-NAME             PIC X(20) VALUE SPACES.
       01  WS-MBR-FIRST-NAME            PIC X(15) VALUE SPACES.
       01  WS-MBR-MEMBER-ID             PIC X(11) VALUE SPACES.
       01  WS-MBR-ACTIVE-IND            PIC X(1)  VALUE SPACE.
       01  WS-MBR-DEP-CODE              PIC X(1)  VALUE SPACE.
       01  WS-MBR-EFF-DATE              PIC X(10) VALUE SPACES.
       01  WS-MBR-TERM-IND              PIC S9(4) COMP VALUE ZERO.
       01  WS-MBR-PLAN-CODE             PIC X(2)  VALUE SPACES.
       01  WS-MBR-PLAN-IND              PIC S9(4) COMP VALUE ZERO.
       01  WS-MBR-REVERSAL-CODE         PIC X(1)  VALUE SPACE.
       01  WS-MBR-REINSTATE-DATE        PIC X(10) VALUE SPACES.
       01  WS-MBR-REINSTATE-IND         PIC S9(4) COMP VALUE ZERO.
       01  WS-MBR-GROUP-NUM             PIC X(20) VALUE SPACES.
       01  WS-MBR-XFER-OUT              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-MBR-XFER-DATE             PIC X(10) VALUE SPACES.
       01  WS-MBR-XFER-IND              PIC S9(4) COMP VALUE ZERO.
       01  WS-MAINT-CODE                PIC X(3)  VALUE SPACES.

       01  WS-SEGMENT-LINE              PIC X(100) VALUE SPACES.

       01  WS-COB-EOF-SW                PIC X     VALUE 'N'.
           88  COB-CURSOR-EOF           VALUE 'Y'.

       01  WS-CREDIT-EOF-SW             PIC X     VALUE 'N'.
           88  CREDIT-CURSOR-EOF        VALUE 'Y'.
       01  WS-PRIOR-EFF-IND             PIC S9(4) COMP VALUE ZERO.
       01  WS-EDIT-MONTHS               PIC 9(3)  VALUE ZERO.
       01  WS-EDIT-PREEX                PIC 9(3)  VALUE ZERO.
       01  WS-EDIT-AMOUNT               PIC 9(7).99 VALUE ZERO.

           COPY CASEMAST.
           COPY EMPLOYEE.
           COPY COVERAGE.
           COPY EDI834CT.
           COPY COBREC.
           COPY TAKEOVCR.
           COPY EMPXFRLG.

           EXEC SQL
               INCLUDE SQLCA
      *    EVERY MEMBER OF THE CARRIER'S CASES, WITH THE FIRST         *
      *    ACTIVE COVERAGE PLAN ALONG FOR THE HD SEGMENT.  THE         *
      *    CHANGE-ONLY FILTER RIDES ON THE HOST CUTOFF - A FULL RUN    *
      *    PASSES A LOW-VALUE CUTOFF EVERY ROW BEATS.  THE CARRIER'S   *
      *    OWN GROUP NUMBER FOR THE CASE IS ITS OPEN                   *
      *    CARRIER_GROUP_XREF ROW, ELSE THE CASE_MASTER                *
      *    CARRIER_POLICY_NUM.  AN EMPLOYEE MOVED BETWEEN AFFILIATED   *
      *    CASES OF THE SAME CARRIER (EMPXFER) IS ONE MEMBER TO THE    *
      *    CARRIER: THE OLD ROW IS FLAGGED TO BE PASSED OVER AND THE   *
      *    NEW ROW CARRIES THE TRANSFER DATE.  THE MEMBER IS           *
      *    IDENTIFIED BY THEIR MEMBER ID (MEMBER_ID_XREF), BLANK WHEN  *
      *    THEY HAVE NONE YET - NEVER BY SSN.                          *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE EDI834CUR CURSOR FOR
               SELECT E.CASENAME#IDNTITY,
                      E.EMP_NUM,
                      E.LAST_NAME,
                      E.FIRST_NAME,
                      VALUE((SELECT X.MEMBER_ID
                               FROM MEMBER_ID_XREF X
                              WHERE X.CASENAME#IDNTITY =
                                        E.CASENAME#IDNTITY
                                AND X.CASE_NUM = E.UNIQUE-NUM
                                AND X.EMP_NUM  = E.EMP_NUM
                                AND X.DEP_NUM  = 0), ' '),
                      E.ACTIVE_IND,
                      E.DEPENDENCY_CODE,
                      CHAR(E.EFFECTIVE_DATE, ISO),
                         FROM COVERAGE C
                        WHERE C.CASENAME#CIM     = E.CASENAME#IDNTITY
                          AND C.EMPLOYEE#EMP_NUM = E.EMP_NUM
                          AND C.EFF_DATE IS NOT NULL),
                      E.REVERSAL_CODE,
                      CHAR(E.REINSTATE_DATE, ISO),
                      VALUE((SELECT MAX(X.CARRIER_GROUP_NUM)
                               FROM CARRIER_GROUP_XREF X
                              WHERE X.CASE_NUM     = M.CASE_NUM
                                AND X.CARRIER_CODE = M.CARRIER_CODE
                                AND X.END_DATE IS NULL),
                            M.CARRIER_POLICY_NUM),
                      (SELECT COUNT(*)
                         FROM EMPLOYEE_TRANSFER T
                        WHERE T.FROM_IDNTITY  = E.CASENAME#IDNTITY
                          AND T.FROM_CASE_NUM = E.UNIQUE-NUM
                          AND T.FROM_EMP_NUM  = E.EMP_NUM
                          AND T.TO_CARRIER    = T.FROM_CARRIER),
                      (SELECT CHAR(MAX(T.TRANSFER_DATE), ISO)
                         FROM EMPLOYEE_TRANSFER T
                        WHERE T.TO_IDNTITY    = E.CASENAME#IDNTITY
                          AND T.TO_CASE_NUM   = E.UNIQUE-NUM
                          AND T.TO_EMP_NUM    = E.EMP_NUM
                          AND T.FROM_CARRIER  = T.TO_CARRIER)
                 FROM EMPLOYEE E, CASE_MASTER M
                WHERE M.CASENAME#IDNTITY = E.CASENAME#IDNTITY
                  AND M.CASE_NUM         = E.UNIQUE-NUM
                ORDER BY DEPENDENT_NUM, COB_SEQ_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    THE MEMBER'S ACTIVE TAKEOVER CREDITS - TKOVCRED MAINTAINS   *
      *    THESE ROWS.                                                 *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE EDITKOCUR CURSOR FOR
               SELECT COVERAGE_TYPE,
                      PREV_CARR_CODE,
                      CHAR(PRIOR_EFF_DATE, ISO),
                      WAIT_MONTHS_SERVED,
                      PREEX_CREDIT_MONTHS,
                      DEDUCT_MET_AMT,
                      OOP_MET_AMT
                 FROM TAKEOVER_CREDIT
                WHERE CASENAME#IDNTITY = :WS-MBR-IDNTITY
                  AND EMP_NUM          = :WS-MBR-EMP-NUM
                  AND CREDIT_STATUS    = 'A'
                ORDER BY COVERAGE_TYPE
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

       01  MBRIDGEN-COMM-AREA.
           COPY MBRIDGC.

           TITLE 'EDI834 --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'EDI834  ' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO ED-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO ED-RETURN-CODE.
           MOVE ZERO TO ED-MEMBERS-SENT ED-ADDS-SENT
                        ED-CHANGES-SENT ED-TERMS-SENT
                        ED-REINSTATES-SENT.

           IF ED-RUN-TYPE NOT = 'F' AND 'C'
               MOVE '01' TO ED-RETURN-CODE
                      :WS-MBR-EMP-NUM,
                      :WS-MBR-LAST-NAME,
                      :WS-MBR-FIRST-NAME,
                      :WS-MBR-MEMBER-ID,
                      :WS-MBR-ACTIVE-IND,
                      :WS-MBR-DEP-CODE,
                      :WS-MBR-EFF-DATE,
                      :WS-MBR-TERM-DATE :WS-MBR-TERM-IND,
                      :WS-MBR-PLAN-CODE :WS-MBR-PLAN-IND,
                      :WS-MBR-REVERSAL-CODE,
                      :WS-MBR-REINSTATE-DATE :WS-MBR-REINSTATE-IND,
                      :WS-MBR-GROUP-NUM,
                      :WS-MBR-XFER-OUT,
                      :WS-MBR-XFER-DATE :WS-MBR-XFER-IND
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-MEMBER-EOF-SW
               GO TO P300000-EXIT.

      *    TRANSFERRED TO AN AFFILIATED CASE ON THIS CARRIER - THE
      *    CARRIER HEARS OF THE MOVE ONLY FROM THE NEW CASE'S ROW, AS
      *    A CHANGE, NEVER AS A TERM HERE.
           IF WS-MBR-XFER-OUT > ZERO
               GO TO P300000-EXIT.

           IF WS-MBR-MEMBER-ID = SPACES
               PERFORM P390000-GET-THE-MEMBER-ID THRU P390000-EXIT
               IF ED-RETURN-CODE NOT = '00'
                   MOVE 'Y' TO WS-MEMBER-EOF-SW
                   GO TO P300000-EXIT
               END-IF
           END-IF.

           ADD 1 TO ED-MEMBERS-SENT.

      *----------------------------------------------------------------*
      *    MAINTENANCE TYPE: AUDIT ON A FULL RUN, OTHERWISE ADD,       *
      *    TERM, REINSTATEMENT OR CHANGE BY THE MEMBER'S STATE.  A     *
      *    REINSTATEMENT IS ALSO COUNTED AS A CHANGE SO THE CONTROL    *
      *    ROW STILL FOOTS.  A MEMBER TRANSFERRED IN FROM AN           *
      *    AFFILIATED CASE IS A CHANGE, NOT AN ADD.                    *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN ED-RUN-TYPE = 'F'
               WHEN WS-MBR-ACTIVE-IND = 'N'
                   MOVE '024' TO WS-MAINT-CODE
                   ADD 1 TO ED-TERMS-SENT
               WHEN WS-MBR-REVERSAL-CODE = 'R'
                AND WS-MBR-REINSTATE-IND NOT < ZERO
                AND WS-MBR-REINSTATE-DATE NOT < WS-CUTOFF-TS (1:10)
                   MOVE '025' TO WS-MAINT-CODE
                   ADD 1 TO ED-CHANGES-SENT ED-REINSTATES-SENT
               WHEN WS-MBR-XFER-IND NOT < ZERO
                   MOVE '001' TO WS-MAINT-CODE
                   ADD 1 TO ED-CHANGES-SENT
               WHEN WS-MBR-EFF-DATE (1:7) = WS-RUN-TS (1:7)
                   MOVE '021' TO WS-MAINT-CODE
                   ADD 1 TO ED-ADDS-SENT
                   ADD 1 TO ED-CHANGES-SENT
           END-EVALUATE.

           MOVE SPACES TO WS-SEGMENT-LINE.
           STRING 'INS*Y*18*'      DELIMITED BY SIZE
                  WS-MAINT-CODE    DELIMITED BY SIZE

           MOVE SPACES TO WS-SEGMENT-LINE.
           STRING 'REF*0F*'        DELIMITED BY SIZE
                  WS-MBR-MEMBER-ID DELIMITED BY SIZE
                  '~'              DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           END-STRING.
           PERFORM P800000-WRITE-SEGMENT THRU P800000-EXIT.

           IF WS-MBR-GROUP-NUM NOT = SPACES
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'REF*1L*'        DELIMITED BY SIZE
                      WS-MBR-GROUP-NUM DELIMITED BY SPACE
                      '~'              DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               END-STRING
               PERFORM P800000-WRITE-SEGMENT THRU P800000-EXIT.

      *    THE TRANSFER CHANGE CARRIES THE DATE THE MEMBER MOVED AS
      *    THE MAINTENANCE EFFECTIVE DATE.
           IF WS-MAINT-CODE = '001'
               AND WS-MBR-XFER-IND NOT < ZERO
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'DTP*303*D8*'    DELIMITED BY SIZE
                      WS-MBR-XFER-DATE DELIMITED BY SIZE
                      '~'              DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               END-STRING
               PERFORM P800000-WRITE-SEGMENT THRU P800000-EXIT.

           MOVE SPACES TO WS-SEGMENT-LINE.
           STRING 'NM1*IL*1*'       DELIMITED BY SIZE
                  WS-MBR-LAST-NAME  DELIMITED BY SPACE

           PERFORM P350000-SEND-COB-LOOP THRU P350000-EXIT.

           PERFORM P370000-SEND-TAKEOVER-CREDIT THRU P370000-EXIT.

       P300000-EXIT.
           EXIT.
           TITLE 'EDI834 --> THE MEMBERS COB LOOP'.
           PERFORM P800000-WRITE-SEGMENT THRU P800000-EXIT.

       P360000-EXIT.
           EXIT.
           TITLE 'EDI834 --> THE MEMBERS TAKEOVER CREDITS'.
       P370000-SEND-TAKEOVER-CREDIT SECTION.

           EXEC SQL
               OPEN EDITKOCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO ED-RETURN-CODE
               MOVE 'Y'  TO WS-MEMBER-EOF-SW
               GO TO P370000-EXIT.

           MOVE 'N' TO WS-CREDIT-EOF-SW.

           PERFORM P380000-ONE-CREDIT-SEGMENT THRU P380000-EXIT
               UNTIL CREDIT-CURSOR-EOF.

           EXEC SQL
               CLOSE EDITKOCUR
           END-EXEC.

       P370000-EXIT.
           EXIT.
           TITLE 'EDI834 --> ONE PRIOR-CARRIER CREDIT SEGMENT GROUP'.
       P380000-ONE-CREDIT-SEGMENT SECTION.

           EXEC SQL
               FETCH EDITKOCUR
                 INTO :TKC-COVERAGE-TYPE,
                      :TKC-PREV-CARR-CODE,
                      :TKC-PRIOR-EFF-DATE :WS-PRIOR-EFF-IND,
                      :TKC-WAIT-SERVED,
                      :TKC-PREEX-MONTHS,
                      :TKC-DEDUCT-MET,
                      :TKC-OOP-MET
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO ED-RETURN-CODE
                   MOVE 'Y'  TO WS-MEMBER-EOF-SW
               END-IF
               MOVE 'Y' TO WS-CREDIT-EOF-SW
               GO TO P380000-EXIT.

      *----------------------------------------------------------------*
      *    PRIOR CARRIER ON REF*Q4, THE COVERAGE AND MONTHS CREDITED   *
      *    ON REF*ZZ, THE AMOUNTS MET ON AMT, AND THE START OF         *
      *    CONTINUOUS PRIOR COVERAGE WHEN KNOWN.                       *
      *----------------------------------------------------------------*
           MOVE TKC-WAIT-SERVED  TO WS-EDIT-MONTHS.
           MOVE TKC-PREEX-MONTHS TO WS-EDIT-PREEX.

           MOVE SPACES TO WS-SEGMENT-LINE.
           STRING 'REF*Q4*'          DELIMITED BY SIZE
                  TKC-PREV-CARR-CODE DELIMITED BY SIZE
                  '~'                DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           END-STRING.
           PERFORM P800000-WRITE-SEGMENT THRU P800000-EXIT.

           MOVE SPACES TO WS-SEGMENT-LINE.
           STRING 'REF*ZZ*'          DELIMITED BY SIZE
                  TKC-COVERAGE-TYPE  DELIMITED BY SPACE
                  '*WAIT '           DELIMITED BY SIZE
                  WS-EDIT-MONTHS     DELIMITED BY SIZE
                  ' PREX '           DELIMITED BY SIZE
                  WS-EDIT-PREEX      DELIMITED BY SIZE
                  '~'                DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           END-STRING.
           PERFORM P800000-WRITE-SEGMENT THRU P800000-EXIT.

           MOVE TKC-DEDUCT-MET TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-SEGMENT-LINE.
           STRING 'AMT*D2*'          DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
                  '~'                DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           END-STRING.
           PERFORM P800000-WRITE-SEGMENT THRU P800000-EXIT.

           MOVE TKC-OOP-MET TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-SEGMENT-LINE.
           STRING 'AMT*FK*'          DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
                  '~'                DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           END-STRING.
           PERFORM P800000-WRITE-SEGMENT THRU P800000-EXIT.

           IF WS-PRIOR-EFF-IND NOT < ZERO
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'DTP*356*D8*'      DELIMITED BY SIZE
                      TKC-PRIOR-EFF-DATE DELIMITED BY SIZE
                      '~'                DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               END-STRING
               PERFORM P800000-WRITE-SEGMENT THRU P800000-EXIT.

       P380000-EXIT.
           EXIT.
           TITLE 'EDI834 --> THE MEMBER ID SENT ON REF*0F'.
       P390000-GET-THE-MEMBER-ID SECTION.

           MOVE SPACES             TO MBRIDGEN-COMM-AREA.
           MOVE 'A'                TO MI-FUNCTION-CODE.
           MOVE WS-MBR-IDNTITY     TO MI-IDNTITY.
           MOVE WS-MBR-CASE-NUM    TO MI-CASE-NUM.
           MOVE WS-MBR-EMP-NUM     TO MI-EMP-NUM.
           MOVE ZERO               TO MI-DEP-NUM.

           EXEC CICS LINK
                     PROGRAM  ('MBRIDGEN')
                     COMMAREA (MBRIDGEN-COMM-AREA)
                     LENGTH   (LENGTH OF MBRIDGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR MI-RETURN-CODE NOT = '00'
               MOVE '12' TO ED-RETURN-CODE
               GO TO P390000-EXIT.

           MOVE MI-MEMBER-ID       TO WS-MBR-MEMBER-ID.

       P390000-EXIT.
           EXIT.
           TITLE 'EDI834 --> LOG THE CONTROL ROW'.
       P700000-LOG-THE-TRANSMISSION SECTION.
