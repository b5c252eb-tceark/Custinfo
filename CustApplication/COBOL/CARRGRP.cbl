       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARRGRP.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: CARRGRP                                         *
      *  PROGRAM TEXT:  CARRIER GROUP-NUMBER ASSIGNMENT INTAKE AND      *
      *                 CROSS-REFERENCE. CASE_MASTER HAS ALWAYS HAD     *
      *                 CARRIER_POLICY_NUM AND INSURER_POLICY_NUM, BUT  *
      *                 NOTHING FILLED THEM, SO A CARRIER CALLING WITH  *
      *                 ITS OWN GROUP NUMBER COULD NOT BE MATCHED TO    *
      *                 OUR CASE. FUNCTION 'A' WORKS THE STAGED         *
      *                 CARRIER_GRPNUM_STAGE ROWS FROM THE CARRIERS'    *
      *                 ASSIGNMENT FILES; FUNCTION 'K' KEYS ONE NUMBER  *
      *                 FROM A CARRIER LETTER UNDER THE CARRGRP         *
      *                 SECCHECK RESOURCE. EITHER WAY A CHANGED NUMBER  *
      *                 ENDS THE PRIOR CARRIER_GROUP_XREF ROW THE DAY   *
      *                 BEFORE THE NEW ONE TAKES EFFECT AND OPENS A NEW *
      *                 ROW, SO EVERY NUMBER A CASE HAS EVER HAD STAYS  *
      *                 SEARCHABLE THROUGH NA320S, AND CASE_MASTER IS   *
      *                 SET TO THE PRIMARY CARRIER'S CURRENT NUMBER FOR *
      *                 EDI834 TO SEND. A ROW FOR AN UNKNOWN CASE OR A  *
      *                 CARRIER THE CASE IS NOT PLACED WITH GOES TO THE *
      *                 CGRE WORKLIST AND WAITS IN STATUS 'E'.          *
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

       01  WS-STAGE-EOF-SW              PIC X     VALUE 'N'.
           88  STAGE-CURSOR-EOF         VALUE 'Y'.

       01  WS-APPLY-RESULT-SW           PIC X     VALUE SPACE.
           88  NUMBER-ASSIGNED          VALUE 'A'.
           88  NUMBER-UNCHANGED         VALUE 'S'.
           88  CASE-NOT-ON-FILE         VALUE 'C'.
           88  CARRIER-NOT-ON-CASE      VALUE 'N'.

       01  WS-CASE-CARRIER              PIC X(2)  VALUE SPACES.
       01  WS-CASE-CO-CARRIER           PIC X(2)  VALUE SPACES.
       01  WS-SAME-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-NEW-STATUS                PIC X(1)  VALUE SPACE.
       01  WS-WORKLIST-LINE             PIC X(90) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY CGXREF.
           COPY CGSTAGE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *    EVERY PENDING ASSIGNMENT ROW, OLDEST EFFECTIVE DATE FIRST   *
      *    SO A CASE RENUMBERED TWICE IN ONE FILE ENDS ON THE LATEST.  *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CGSWRKCUR CURSOR FOR
               SELECT STAGE_SEQ_NUM,
                      CARRIER_CODE,
                      CASE_NUM,
                      CARRIER_GROUP_NUM,
                      INSURER_POLICY_NUM,
                      CHAR(EFF_DATE, ISO)
                 FROM CARRIER_GRPNUM_STAGE
                WHERE PROCESS_STATUS = 'P'
                ORDER BY CASE_NUM, EFF_DATE, STAGE_SEQ_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'CARRGRP --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY CARRGRPC.
           TITLE 'CARRGRP --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           IF CX-FUNCTION-CODE = 'A'
               MOVE SPACES     TO RUNLOG-COMM-AREA
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'CARRGRP ' TO RL-PROGRAM-NAME
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
               MOVE '20' TO CX-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CX-RETURN-CODE.
           MOVE ZERO TO CX-ROWS-WORKED CX-NUMBERS-ASSIGNED
                        CX-NUMBERS-UNCHANGED CX-ROWS-UNMATCHED.

           EVALUATE CX-FUNCTION-CODE
               WHEN 'A'
                   PERFORM P200000-WORK-THE-ASSIGNMENTS
                       THRU P200000-EXIT
               WHEN 'K'
                   PERFORM P050000-CHECK-SECURITY THRU P050000-EXIT
                   IF CX-RETURN-CODE = '00'
                       PERFORM P300000-KEY-ONE-NUMBER THRU P300000-EXIT
                   END-IF
               WHEN OTHER
                   MOVE '01' TO CX-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF CX-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF CX-FUNCTION-CODE = 'A'
               IF CX-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'CARRGRP ' TO RL-PROGRAM-NAME
               MOVE CX-ROWS-WORKED TO RL-RECORD-COUNT
               MOVE CX-RETURN-CODE TO RL-PROGRAM-RC
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
           TITLE 'CARRGRP --> CHECK SECCHECK AUTHORIZATION'.
       P050000-CHECK-SECURITY SECTION.

           MOVE SPACES     TO SECURITY-AREA.
           MOVE 'CARRGRP'  TO SEC-RESOURCE-NAME.
           MOVE 'U'        TO SEC-FUNCTION-CODE.
           MOVE 'Y'        TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '08' TO CX-RETURN-CODE
               GO TO P050000-EXIT.

           IF SEC-RETURN-CODE NOT = 'A'
               MOVE '08' TO CX-RETURN-CODE.

       P050000-EXIT.
           EXIT.
           TITLE 'CARRGRP --> WORK EVERY STAGED ASSIGNMENT'.
       P200000-WORK-THE-ASSIGNMENTS SECTION.

           EXEC SQL
               OPEN CGSWRKCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CX-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-STAGE-EOF-SW.

           PERFORM P250000-ONE-ASSIGNMENT THRU P250000-EXIT
               UNTIL STAGE-CURSOR-EOF.

           EXEC SQL
               CLOSE CGSWRKCUR
           END-EXEC.

           IF CX-ROWS-WORKED = ZERO AND CX-RETURN-CODE = '00'
               MOVE '02' TO CX-RETURN-CODE
               GO TO P200000-EXIT.

           IF CX-ROWS-UNMATCHED > ZERO AND CX-RETURN-CODE = '00'
               MOVE '04' TO CX-RETURN-CODE.

       P200000-EXIT.
           EXIT.
           TITLE 'CARRGRP --> ONE STAGED ASSIGNMENT ROW'.
       P250000-ONE-ASSIGNMENT SECTION.

           EXEC SQL
               FETCH CGSWRKCUR
                 INTO :CGS-STAGE-SEQ-NUM,
                      :CGS-CARRIER-CODE,
                      :CGS-CASE-NUM,
                      :CGS-CARRIER-GROUP-NUM,
                      :CGS-INSURER-POLICY-NUM,
                      :CGS-EFF-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO CX-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-STAGE-EOF-SW
               GO TO P250000-EXIT.

           ADD 1 TO CX-ROWS-WORKED.

           MOVE CGS-CASE-NUM           TO CGX-CASE-NUM.
           MOVE CGS-CARRIER-CODE       TO CGX-CARRIER-CODE.
           MOVE CGS-CARRIER-GROUP-NUM  TO CGX-CARRIER-GROUP-NUM.
           MOVE CGS-INSURER-POLICY-NUM TO CGX-INSURER-POLICY-NUM.
           MOVE CGS-EFF-DATE           TO CGX-EFF-DATE.
           MOVE 'A'                    TO CGX-XREF-SOURCE.

           PERFORM P400000-APPLY-THE-NUMBER THRU P400000-EXIT.

           IF CX-RETURN-CODE = '12'
               MOVE 'Y' TO WS-STAGE-EOF-SW
               GO TO P250000-EXIT.

           IF NUMBER-ASSIGNED OR NUMBER-UNCHANGED
               MOVE 'W' TO WS-NEW-STATUS
               PERFORM P500000-STAMP-THE-ROW THRU P500000-EXIT
               GO TO P250000-EXIT.

      *----------------------------------------------------------------*
      *    A NUMBER FOR A CASE WE DO NOT KNOW, OR ONE NOT PLACED WITH  *
      *    THAT CARRIER, GOES TO THE CASE DESK RATHER THAN VANISHING.  *
      *----------------------------------------------------------------*
           ADD 1 TO CX-ROWS-UNMATCHED.
           MOVE SPACES TO WS-WORKLIST-LINE.
           IF CASE-NOT-ON-FILE
               STRING 'CARRIER '             DELIMITED BY SIZE
                      CGS-CARRIER-CODE       DELIMITED BY SIZE
                      ' GROUP '              DELIMITED BY SIZE
                      CGS-CARRIER-GROUP-NUM  DELIMITED BY SPACE
                      ' FOR UNKNOWN CASE '   DELIMITED BY SIZE
                      CGS-CASE-NUM           DELIMITED BY SIZE
                   INTO WS-WORKLIST-LINE
               END-STRING
           ELSE
               STRING 'CARRIER '             DELIMITED BY SIZE
                      CGS-CARRIER-CODE       DELIMITED BY SIZE
                      ' GROUP '              DELIMITED BY SIZE
                      CGS-CARRIER-GROUP-NUM  DELIMITED BY SPACE
                      ' - CASE '             DELIMITED BY SIZE
                      CGS-CASE-NUM           DELIMITED BY SIZE
                      ' IS NOT PLACED WITH THE CARRIER'
                                             DELIMITED BY SIZE
                   INTO WS-WORKLIST-LINE
               END-STRING.
           PERFORM P800000-WRITE-WORKLIST-LINE THRU P800000-EXIT.

           MOVE 'E' TO WS-NEW-STATUS.
           PERFORM P500000-STAMP-THE-ROW THRU P500000-EXIT.

       P250000-EXIT.
           EXIT.
           TITLE 'CARRGRP --> KEY ONE NUMBER FROM A CARRIER LETTER'.
       P300000-KEY-ONE-NUMBER SECTION.

           IF CX-CASE-NUM = SPACES
               MOVE '03' TO CX-RETURN-CODE
               GO TO P300000-EXIT.

           IF CX-CARRIER-GROUP-NUM = SPACES
               MOVE '05' TO CX-RETURN-CODE
               GO TO P300000-EXIT.

           IF CX-EFF-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :CX-EFF-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC.

           IF CX-EFF-DATE (1:4) NOT NUMERIC
               OR CX-EFF-DATE (5:1) NOT = '-'
               OR CX-EFF-DATE (6:2) NOT NUMERIC
               OR CX-EFF-DATE (8:1) NOT = '-'
               OR CX-EFF-DATE (9:2) NOT NUMERIC
               MOVE '05' TO CX-RETURN-CODE
               GO TO P300000-EXIT.

           MOVE CX-CASE-NUM           TO CGX-CASE-NUM.
           MOVE CX-CARRIER-CODE       TO CGX-CARRIER-CODE.
           MOVE CX-CARRIER-GROUP-NUM  TO CGX-CARRIER-GROUP-NUM.
           MOVE CX-INSURER-POLICY-NUM TO CGX-INSURER-POLICY-NUM.
           MOVE CX-EFF-DATE           TO CGX-EFF-DATE.
           MOVE 'K'                   TO CGX-XREF-SOURCE.

           PERFORM P400000-APPLY-THE-NUMBER THRU P400000-EXIT.

           IF CX-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           IF CASE-NOT-ON-FILE
               MOVE '03' TO CX-RETURN-CODE
               GO TO P300000-EXIT.

           IF CARRIER-NOT-ON-CASE
               MOVE '04' TO CX-RETURN-CODE.

       P300000-EXIT.
           EXIT.
           TITLE 'CARRGRP --> END THE OLD NUMBER, OPEN THE NEW ONE'.
       P400000-APPLY-THE-NUMBER SECTION.

           MOVE SPACE TO WS-APPLY-RESULT-SW.

           EXEC SQL
               SELECT CASENAME#IDNTITY,
                      CARRIER_CODE,
                      CO_CARRIER
                 INTO :CGX-IDNTITY,
                      :WS-CASE-CARRIER,
                      :WS-CASE-CO-CARRIER
                 FROM CASE_MASTER
                WHERE CASE_NUM = :CGX-CASE-NUM
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'C' TO WS-APPLY-RESULT-SW
               GO TO P400000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CX-RETURN-CODE
               GO TO P400000-EXIT.

           IF CGX-CARRIER-CODE = SPACES
               MOVE WS-CASE-CARRIER TO CGX-CARRIER-CODE.

           IF CGX-CARRIER-CODE NOT = WS-CASE-CARRIER
               AND CGX-CARRIER-CODE NOT = WS-CASE-CO-CARRIER
               MOVE 'N' TO WS-APPLY-RESULT-SW
               GO TO P400000-EXIT.

      *----------------------------------------------------------------*
      *    THE SAME NUMBER SENT AGAIN (EVERY RENEWAL FILE REPEATS THE  *
      *    UNCHANGED CASES) LEAVES THE CURRENT ROW ALONE.              *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SAME-COUNT
                 FROM CARRIER_GROUP_XREF
                WHERE CASE_NUM           = :CGX-CASE-NUM
                  AND CARRIER_CODE       = :CGX-CARRIER-CODE
                  AND CARRIER_GROUP_NUM  = :CGX-CARRIER-GROUP-NUM
                  AND INSURER_POLICY_NUM = :CGX-INSURER-POLICY-NUM
                  AND END_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CX-RETURN-CODE
               GO TO P400000-EXIT.

           IF WS-SAME-COUNT > ZERO
               MOVE 'S' TO WS-APPLY-RESULT-SW
               ADD 1 TO CX-NUMBERS-UNCHANGED
               GO TO P400000-EXIT.

      *----------------------------------------------------------------*
      *    A RENUMBER ENDS THE PRIOR NUMBER THE DAY BEFORE THE NEW ONE *
      *    TAKES EFFECT - NEVER BEFORE THE PRIOR ROW'S OWN START - SO  *
      *    THE HISTORY STAYS SEARCHABLE UNDER EITHER NUMBER.           *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE CARRIER_GROUP_XREF
                  SET END_DATE = CASE
                         WHEN EFF_DATE < DATE(:CGX-EFF-DATE)
                         THEN DATE(:CGX-EFF-DATE) - 1 DAY
                         ELSE EFF_DATE
                      END
                WHERE CASE_NUM     = :CGX-CASE-NUM
                  AND CARRIER_CODE = :CGX-CARRIER-CODE
                  AND END_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO CX-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE CX-OPERATOR-LOGON TO CGX-ENTER-LOGON.

           EXEC SQL
               INSERT INTO CARRIER_GROUP_XREF
                      ( XREF_ID,
                        CASE_NUM,
                        CASENAME#IDNTITY,
                        CARRIER_CODE,
                        CARRIER_GROUP_NUM,
                        INSURER_POLICY_NUM,
                        EFF_DATE,
                        XREF_SOURCE,
                        ENTER_LOGON,
                        ENTER_TIMESTAMP )
               VALUES ( NEXT VALUE FOR CARRIER_GROUP_XREF_SEQ,
                        :CGX-CASE-NUM,
                        :CGX-IDNTITY,
                        :CGX-CARRIER-CODE,
                        :CGX-CARRIER-GROUP-NUM,
                        :CGX-INSURER-POLICY-NUM,
                        DATE(:CGX-EFF-DATE),
                        :CGX-XREF-SOURCE,
                        :CGX-ENTER-LOGON,
                        CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CX-RETURN-CODE
               GO TO P400000-EXIT.

           MOVE 'A' TO WS-APPLY-RESULT-SW.
           ADD 1 TO CX-NUMBERS-ASSIGNED.

      *----------------------------------------------------------------*
      *    CASE_MASTER CARRIES THE PRIMARY CARRIER'S CURRENT NUMBER.   *
      *    AN INSURER POLICY NUMBER THE CARRIER DID NOT SEND KEEPS     *
      *    WHAT IS ALREADY THERE.                                      *
      *----------------------------------------------------------------*
           IF CGX-CARRIER-CODE NOT = WS-CASE-CARRIER
               GO TO P400000-EXIT.

           EXEC SQL
               UPDATE CASE_MASTER
                  SET CARRIER_POLICY_NUM = :CGX-CARRIER-GROUP-NUM,
                      INSURER_POLICY_NUM = CASE
                         WHEN :CGX-INSURER-POLICY-NUM = ' '
                         THEN INSURER_POLICY_NUM
                         ELSE :CGX-INSURER-POLICY-NUM
                      END,
                      CHANGE_DATE        = CURRENT TIMESTAMP,
                      CHANGE_LOGON       = :CGX-ENTER-LOGON
                WHERE CASENAME#IDNTITY = :CGX-IDNTITY
                  AND CASE_NUM         = :CGX-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CX-RETURN-CODE.

       P400000-EXIT.
           EXIT.
           TITLE 'CARRGRP --> STAMP ONE STAGED ROW'.
       P500000-STAMP-THE-ROW SECTION.

           EXEC SQL
               UPDATE CARRIER_GRPNUM_STAGE
                  SET PROCESS_STATUS    = :WS-NEW-STATUS,
                      WORKED_LOGON      = :CX-OPERATOR-LOGON,
                      PROCESS_TIMESTAMP = CURRENT TIMESTAMP
                WHERE STAGE_SEQ_NUM = :CGS-STAGE-SEQ-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO CX-RETURN-CODE
               MOVE 'Y'  TO WS-STAGE-EOF-SW.

       P500000-EXIT.
           EXIT.
           TITLE 'CARRGRP --> WRITE ONE LINE TO THE CGRE TDQ'.
       P800000-WRITE-WORKLIST-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('CGRE')
                     FROM    (WS-WORKLIST-LINE)
                     LENGTH  (LENGTH OF WS-WORKLIST-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P800000-EXIT.
           EXIT.
