      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   LOG EACH SSN-SEARCH HIT SHOWN ON THE PANEL    *
      *                   THROUGH SENSLOG.                              *
      *  10/15/26   TGW   ADD FUNCTION 'G' - SEARCH BY A CARRIER'S      *
      *                   CURRENT OR PRIOR GROUP/POLICY NUMBER          *
      *                   (CARRIER_GROUP_XREF AND CASE_MASTER).         *
      *  10/15/26   TGW   ADD FUNCTION 'M' - SEARCH BY MEMBER ID        *
      *                   (MEMBER_ID_XREF), TURNING BACK AN ID THAT     *
      *                   FAILS ITS CHECK DIGIT.                        *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-HIT-ALLOWED-SW            PIC X     VALUE 'N'.
           88  HIT-ALLOWED              VALUE 'Y'.

       01  WS-INSURER-POLICY-NUM        PIC X(10) VALUE SPACES.

       01  WS-HIT-LINE                  PIC X(70) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

       01  SENSLOG-COMM-AREA.
           COPY SENSLOGC.

       01  MBRIDGEN-COMM-AREA.
           COPY MBRIDGC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
                ORDER BY IDNTITY
           END-EXEC.

      *----------------------------------------------------------------*
      *    CARRIER GROUP/POLICY NUMBER - A CURRENT OR PRIOR NUMBER ON  *
      *    CARRIER_GROUP_XREF, OR THE NUMBERS ON CASE_MASTER ITSELF    *
      *    FOR CASES NUMBERED BEFORE THE CROSS-REFERENCE EXISTED.      *
      *    THE CASE NAME COMES FROM THE CASE'S AGNTNAME ROW.           *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SRCHGRPCUR CURSOR FOR
               SELECT M.CASENAME#IDNTITY,
                      M.CASE_NUM,
                      VALUE(A.LAST_NAME, ' '),
                      VALUE(A.FIRST_NAME, ' '),
                      M.CARRIER_CODE,
                      M.ADMIN_SITE_CODE
                 FROM CASE_MASTER M
                 LEFT OUTER JOIN AGNTNAME A
                   ON A.IDNTITY = M.CASENAME#IDNTITY
                WHERE M.CARRIER_POLICY_NUM = :NS-CARRIER-GROUP-NUM
                   OR M.INSURER_POLICY_NUM = :WS-INSURER-POLICY-NUM
                   OR EXISTS
                      (SELECT 1
                         FROM CARRIER_GROUP_XREF X
                        WHERE X.CASE_NUM = M.CASE_NUM
                          AND (X.CARRIER_GROUP_NUM  =
                                  :NS-CARRIER-GROUP-NUM
                           OR  X.INSURER_POLICY_NUM =
                                  :WS-INSURER-POLICY-NUM))
                ORDER BY M.CASENAME#IDNTITY, M.CASE_NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *    MEMBER ID - THE ONE EMPLOYEE OR DEPENDENT HOLDING IT ON     *
      *    MEMBER_ID_XREF, NAMED FROM WHICHEVER OF THE TWO IT IS.      *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SRCHMBRCUR CURSOR FOR
               SELECT X.CASENAME#IDNTITY,
                      X.CASE_NUM,
                      VALUE(D.LAST_NAME, E.LAST_NAME, ' '),
                      VALUE(D.FIRST_NAME, E.FIRST_NAME, ' '),
                      M.CARRIER_CODE,
                      M.ADMIN_SITE_CODE
                 FROM MEMBER_ID_XREF X
                 JOIN CASE_MASTER M
                   ON M.CASENAME#IDNTITY = X.CASENAME#IDNTITY
                  AND M.CASE_NUM         = X.CASE_NUM
                 LEFT OUTER JOIN EMPLOYEE E
                   ON E.CASENAME#IDNTITY = X.CASENAME#IDNTITY
                  AND E.UNIQUE-NUM       = X.CASE_NUM
                  AND E.EMP_NUM          = X.EMP_NUM
                 LEFT OUTER JOIN DEPENDENT D
                   ON D.CASE_NUM         = X.CASE_NUM
                  AND D.EMP_NUM          = X.EMP_NUM
                  AND D.DEP_NUM          = X.DEP_NUM
                  AND X.DEP_NUM          > 0
                WHERE X.MEMBER_ID = :NS-MEMBER-ID
           END-EXEC.

           EXEC SQL DECLARE SRCHEMLCUR CURSOR FOR
               SELECT IDNTITY,
                      LAST_NAME,
                   PERFORM P300000-SEARCH-BY-PHONE THRU P300000-EXIT
               WHEN 'E'
                   PERFORM P400000-SEARCH-BY-EMAIL THRU P400000-EXIT
               WHEN 'G'
                   PERFORM P500000-SEARCH-BY-GROUP-NUM THRU P500000-EXIT
               WHEN 'M'
                   PERFORM P600000-SEARCH-BY-MEMBER-ID THRU P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO NS-RETURN-CODE
           END-EVALUATE.
               GO TO P250000-EXIT.

           PERFORM P800000-WRITE-ONE-HIT THRU P800000-EXIT.
           PERFORM P850000-LOG-THE-SSN-HIT THRU P850000-EXIT.

       P250000-EXIT.
           EXIT.
               GO TO P270000-EXIT.

           PERFORM P800000-WRITE-ONE-HIT THRU P800000-EXIT.
           PERFORM P850000-LOG-THE-SSN-HIT THRU P850000-EXIT.

       P270000-EXIT.
           EXIT.
           PERFORM P800000-WRITE-ONE-HIT THRU P800000-EXIT.

       P450000-EXIT.
           EXIT.
           TITLE 'NA320S --> CARRIER GROUP/POLICY NUMBER SEARCH'.
       P500000-SEARCH-BY-GROUP-NUM SECTION.

           IF NS-CARRIER-GROUP-NUM = SPACES
               MOVE '02' TO NS-RETURN-CODE
               GO TO P500000-EXIT.

      *    THE INSURER POLICY NUMBER IS THE SHORTER FORM OF THE SAME
      *    KEY - A TYPED NUMBER LONGER THAN IT CAN ONLY BE A GROUP
      *    NUMBER.
           IF NS-CARRIER-GROUP-NUM (11:10) = SPACES
               MOVE NS-CARRIER-GROUP-NUM (1:10) TO WS-INSURER-POLICY-NUM
           ELSE
               MOVE HIGH-VALUES TO WS-INSURER-POLICY-NUM.

           EXEC SQL
               OPEN SRCHGRPCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO NS-RETURN-CODE
               GO TO P500000-EXIT.

           MOVE 'N' TO WS-HIT-EOF-SW.
           MOVE 'CARRGRP ' TO WS-HIT-SOURCE.

           PERFORM P550000-ONE-GROUP-HIT THRU P550000-EXIT
               UNTIL HIT-EOF.

           EXEC SQL
               CLOSE SRCHGRPCUR
           END-EXEC.

       P500000-EXIT.
           EXIT.
           TITLE 'NA320S --> ONE CARRIER GROUP NUMBER HIT'.
       P550000-ONE-GROUP-HIT SECTION.

           EXEC SQL
               FETCH SRCHGRPCUR
                 INTO :WS-HIT-IDNTITY,
                      :WS-HIT-CASE-NUM,
                      :WS-HIT-LAST-NAME,
                      :WS-HIT-FIRST-NAME,
                      :WS-HIT-CARRIER,
                      :WS-HIT-SITE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO NS-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-HIT-EOF-SW
               GO TO P550000-EXIT.

           PERFORM P700000-SCOPE-ONE-HIT THRU P700000-EXIT.
           IF NOT HIT-ALLOWED
               GO TO P550000-EXIT.

           PERFORM P800000-WRITE-ONE-HIT THRU P800000-EXIT.

       P550000-EXIT.
           EXIT.
           TITLE 'NA320S --> MEMBER ID SEARCH'.
       P600000-SEARCH-BY-MEMBER-ID SECTION.

           IF NS-MEMBER-ID = SPACES
               MOVE '02' TO NS-RETURN-CODE
               GO TO P600000-EXIT.

      *    A MISKEYED ID IS TURNED BACK ON ITS CHECK DIGIT SO THE
      *    OPERATOR RE-READS THE CARD RATHER THAN BEING TOLD THE
      *    MEMBER DOES NOT EXIST.
           MOVE 'V'           TO MI-FUNCTION-CODE.
           MOVE NS-MEMBER-ID  TO MI-MEMBER-ID.

           EXEC CICS LINK
                     PROGRAM  ('MBRIDGEN')
                     COMMAREA (MBRIDGEN-COMM-AREA)
                     LENGTH   (LENGTH OF MBRIDGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO NS-RETURN-CODE
               GO TO P600000-EXIT.

           IF MI-RETURN-CODE NOT = '00'
               MOVE '06' TO NS-RETURN-CODE
               GO TO P600000-EXIT.

           EXEC SQL
               OPEN SRCHMBRCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO NS-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N' TO WS-HIT-EOF-SW.
           MOVE 'MEMBERID' TO WS-HIT-SOURCE.

           PERFORM P650000-ONE-MEMBER-HIT THRU P650000-EXIT
               UNTIL HIT-EOF.

           EXEC SQL
               CLOSE SRCHMBRCUR
           END-EXEC.

       P600000-EXIT.
           EXIT.
           TITLE 'NA320S --> ONE MEMBER ID HIT'.
       P650000-ONE-MEMBER-HIT SECTION.

           EXEC SQL
               FETCH SRCHMBRCUR
                 INTO :WS-HIT-IDNTITY,
                      :WS-HIT-CASE-NUM,
                      :WS-HIT-LAST-NAME,
                      :WS-HIT-FIRST-NAME,
                      :WS-HIT-CARRIER,
                      :WS-HIT-SITE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO NS-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-HIT-EOF-SW
               GO TO P650000-EXIT.

           PERFORM P700000-SCOPE-ONE-HIT THRU P700000-EXIT.
           IF NOT HIT-ALLOWED
               GO TO P650000-EXIT.

           PERFORM P800000-WRITE-ONE-HIT THRU P800000-EXIT.

       P650000-EXIT.
           EXIT.
           TITLE 'NA320S --> SCOPE ONE HIT BY CARRIER AND SITE'.
       P700000-SCOPE-ONE-HIT SECTION.

       P800000-EXIT.
           EXIT.
           TITLE 'NA320S --> LOG THE SSN BEHIND ONE HIT'.
       P850000-LOG-THE-SSN-HIT SECTION.
      *----------------------------------------------------------------*
      *    AN SSN HIT TELLS THE OPERATOR WHOSE SSN IT IS, SO EACH HIT  *
      *    THAT REACHES THE PANEL IS A DISPLAY OF THE SSN AND GOES TO  *
      *    SENSLOG.  A FAILED LOG WRITE NEVER HOLDS UP THE SEARCH.     *
      *----------------------------------------------------------------*

           MOVE SPACES            TO SL-SENS-COMM-AREA.
           MOVE 'L'               TO SL-FUNCTION-CODE.
           MOVE 'NA320S  '        TO SL-PROGRAM-ID.
           MOVE WS-HIT-IDNTITY    TO SL-RECORD-KEY.
           MOVE WS-HIT-CASE-NUM   TO SL-CASE-NUM.
           MOVE WS-HIT-LAST-NAME  TO SL-SUBJECT-LAST-NAME.
           MOVE WS-HIT-FIRST-NAME TO SL-SUBJECT-FIRST-NAME.
           MOVE 'YNNN'            TO SL-FIELDS-SHOWN.
           MOVE NS-OPERATOR-LOGON TO SL-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('SENSLOG')
                     COMMAREA (SENSLOG-COMM-AREA)
                     LENGTH   (LENGTH OF SENSLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P850000-EXIT.
           EXIT.
