       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HELPAUTH.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: HELPAUTH                                        *
      *  PROGRAM TEXT:  TU003 HELP-TEXT AUTHORING.  AN ANALYST KEYS     *
      *                 SCREEN, FIELD OR MESSAGE HELP AS A DRAFT UNDER  *
      *                 THE HELPAUTH SECCHECK RESOURCE; A REVIEWER      *
      *                 OTHER THAN THE AUTHOR APPROVES OR REJECTS IT    *
      *                 AND PUBLISHES IT UNDER HELPAPPR.  PUBLISHING    *
      *                 WRITES A NEW EFFECTIVE-DATED TURBDATA VERSION   *
      *                 AND KEEPS THE PRIOR ONE.  THE BATCH 'X' RUN     *
      *                 LISTS THE NA3XX SCREENS AND FIELDS IN THE TU003 *
      *                 CROSS REFERENCE THAT HAVE NO HELP.  DRAFTS ARE  *
      *                 ON HELP_DRAFT AND HELP_DRAFT_LINE.              *
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

       01  WS-LINE-EOF-SW               PIC X     VALUE 'N'.
           88  LINE-EOF                 VALUE 'Y'.
       01  WS-BROWSE-EOF-SW             PIC X     VALUE 'N'.
           88  BROWSE-EOF               VALUE 'Y'.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  PUBLISHED-FOUND          VALUE 'Y'.
       01  WS-HAS-HELP-SW               PIC X     VALUE 'N'.
           88  HAS-HELP                 VALUE 'Y'.

       01  WS-SEC-RESOURCE              PIC X(8)  VALUE SPACES.
       01  WS-SEC-FUNCTION              PIC X(1)  VALUE SPACE.
       01  WS-HELP-KEY                  PIC X(8)  VALUE SPACES.
       01  WS-PAGE-NUMBER               PIC S9(2) COMP-3 VALUE ZERO.
       01  WS-MAX-LINES                 PIC S9(4) COMP VALUE ZERO.
       01  WS-LINE-SUB                  PIC S9(4) COMP VALUE ZERO.
       01  WS-OPEN-COUNT                PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-DRAFT-STATUS              PIC X(1)  VALUE SPACE.
       01  WS-AUTHOR-LOGON              PIC X(8)  VALUE SPACES.

       01  WS-KEY-PREFIX                PIC X(32) VALUE SPACES.
       01  WS-BROWSE-KEY                PIC X(40) VALUE SPACES.
       01  WS-LATEST-KEY                PIC X(40) VALUE SPACES.
       01  WS-CHECK-KEY                 PIC X(40) VALUE SPACES.
       01  WS-HOLD-RECORD               PIC X(1750) VALUE SPACES.

       01  WS-XREF-KEY.
           05  WS-XREF-TYPE             PIC 9(4)  VALUE ZERO.
           05  WS-XREF-SCREEN           PIC X(8)  VALUE SPACES.
           05  WS-XREF-REST             PIC X(28) VALUE SPACES.
       01  WS-LAST-POSITION             PIC X(12) VALUE SPACES.
       01  WS-THIS-POSITION.
           05  WS-SF-SCREEN             PIC X(8)  VALUE SPACES.
           05  WS-SF-ROW                PIC 9(2)  VALUE ZERO.
           05  WS-SF-COLUMN             PIC 9(2)  VALUE ZERO.
       01  WS-LAST-SCREEN               PIC X(8)  VALUE SPACES.
       01  WS-SF-FIELD-FILE             PIC X(2)  VALUE SPACES.
       01  WS-SF-FIELD-NUMBER           PIC 9(5)  VALUE ZERO.

       01  WS-TODAY-ISO                 PIC X(10) VALUE SPACES.
       01  WS-TODAY-YMD.
           05  WS-TODAY-CCYY            PIC X(4)  VALUE SPACES.
           05  WS-TODAY-MM              PIC X(2)  VALUE SPACES.
           05  WS-TODAY-DD              PIC X(2)  VALUE SPACES.
       01  WS-TODAY-NUM REDEFINES WS-TODAY-YMD
                                        PIC 9(8).

       01  WS-EDIT-COUNT                PIC ZZ,ZZ9 VALUE ZERO.
       01  WS-REPORT-LINE               PIC X(100) VALUE SPACES.

       01  SECURITY-AREA.
           COPY SECCOMMC.

           COPY TURBDATA.

           COPY HLPDRAFT.
           COPY HLPDLINE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE HADLNCUR CURSOR FOR
               SELECT LINE_NUMBER,
                      LINE_TEXT
                 FROM HELP_DRAFT_LINE
                WHERE DRAFT_ID = :HA-DRAFT-ID
                ORDER BY LINE_NUMBER
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'HELPAUTH --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY HELPAUTC.
           TITLE 'HELPAUTH --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           IF HA-FUNCTION-CODE = 'X'
               MOVE 'S'        TO RL-FUNCTION-CODE
               MOVE 'HELPAUTH' TO RL-PROGRAM-NAME
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
               MOVE '20' TO HA-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO HA-RETURN-CODE.
           MOVE ZERO TO HA-SCREENS-CHECKED HA-SCREENS-MISSING
                        HA-FIELDS-CHECKED HA-FIELDS-MISSING.

           EVALUATE HA-FUNCTION-CODE
               WHEN 'G'
                   PERFORM P200000-GET-PUBLISHED THRU P200000-EXIT
               WHEN 'D'
                   PERFORM P300000-SAVE-DRAFT THRU P300000-EXIT
               WHEN 'A'
                   PERFORM P400000-APPROVE-DRAFT THRU P400000-EXIT
               WHEN 'J'
                   PERFORM P450000-REJECT-DRAFT THRU P450000-EXIT
               WHEN 'P'
                   PERFORM P500000-PUBLISH-DRAFT THRU P500000-EXIT
               WHEN 'X'
                   PERFORM P600000-MISSING-HELP-REPORT THRU
                           P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO HA-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           IF HA-RETURN-CODE = '12'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC.

           IF HA-FUNCTION-CODE = 'X'
               IF HA-RETURN-CODE = '12'
                   MOVE 'X'    TO RL-FUNCTION-CODE
               ELSE
                   MOVE 'E'    TO RL-FUNCTION-CODE
               END-IF
               MOVE 'HELPAUTH' TO RL-PROGRAM-NAME
               MOVE HA-FIELDS-CHECKED TO RL-RECORD-COUNT
               MOVE HA-RETURN-CODE TO RL-PROGRAM-RC
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
           TITLE 'HELPAUTH --> THE HELP KEY AND ITS TURBDATA KEY'.
       P100000-BUILD-THE-KEY SECTION.
      *----------------------------------------------------------------*
      *    THE THREE KINDS OF HELP TU003 SHOWS, KEYED AS TU003 READS   *
      *    THEM: SCREEN HELP 820 BY SCREEN AND PAGE, FIELD HELP 810 BY *
      *    FIELD FILE AND NUMBER, MESSAGE HELP 9999 BY SYSTEM CODE AND *
      *    MESSAGE NUMBER.  THE LAST EIGHT BYTES OF EVERY TURBDATA KEY *
      *    ARE THE EFFECTIVE DATE, SO EACH PUBLISHED VERSION IS ITS    *
      *    OWN RECORD UNDER THE SAME 32-BYTE PREFIX.                   *
      *----------------------------------------------------------------*

           MOVE SPACES TO WS-HELP-KEY CARR-CONTROL-KEY.
           MOVE 1      TO WS-PAGE-NUMBER.

           EVALUATE HA-HELP-TYPE
               WHEN 'S'
                   IF HA-SCREEN-NAME = SPACES
                       MOVE '03' TO HA-RETURN-CODE
                       GO TO P100000-EXIT
                   END-IF
                   IF HA-PAGE-NUMBER IS NOT NUMERIC
                       OR HA-PAGE-NUMBER = ZERO
                       MOVE 1 TO HA-PAGE-NUMBER
                   END-IF
                   MOVE HA-SCREEN-NAME TO WS-HELP-KEY
                   MOVE HA-PAGE-NUMBER TO WS-PAGE-NUMBER
                   MOVE 820            TO TUTOR-SD-RECORD-TYPE
                   MOVE HA-SCREEN-NAME TO TUTOR-SD-SCREEN-NAME
                   MOVE HA-PAGE-NUMBER TO TUTOR-SD-PAGE-NUMBER
                   MOVE 20             TO WS-MAX-LINES
               WHEN 'F'
                   IF HA-FIELD-FILE = SPACES
                       OR HA-FIELD-NUMBER IS NOT NUMERIC
                       OR HA-FIELD-NUMBER = ZERO
                       MOVE '03' TO HA-RETURN-CODE
                       GO TO P100000-EXIT
                   END-IF
                   MOVE HA-FIELD-FILE   TO WS-HELP-KEY (1:2)
                   MOVE HA-FIELD-NUMBER TO WS-HELP-KEY (3:5)
                   MOVE 810             TO TUTOR-FD-RECORD-TYPE
                   MOVE HA-FIELD-FILE   TO TUTOR-FD-FIELD-FILE
                   MOVE HA-FIELD-NUMBER TO TUTOR-FD-FIELD-NUMBER
                   MOVE 10              TO WS-MAX-LINES
               WHEN 'M'
                   IF HA-SYSTEM-CODE = SPACES
                       OR HA-MESSAGE-NUMBER IS NOT NUMERIC
                       OR HA-MESSAGE-NUMBER = ZERO
                       MOVE '03' TO HA-RETURN-CODE
                       GO TO P100000-EXIT
                   END-IF
                   MOVE HA-SYSTEM-CODE    TO WS-HELP-KEY (1:2)
                   MOVE HA-MESSAGE-NUMBER TO WS-HELP-KEY (3:3)
                   MOVE 9999              TO ERROR-RECORD-TYPE
                   MOVE HA-SYSTEM-CODE    TO ERROR-SYSTEM-CODE
                   MOVE HA-MESSAGE-NUMBER TO ERROR-MESSAGE-NUMBER
                   MOVE 10                TO WS-MAX-LINES
               WHEN OTHER
                   MOVE '03' TO HA-RETURN-CODE
                   GO TO P100000-EXIT
           END-EVALUATE.

           MOVE CARR-CONTROL-KEY (1:32) TO WS-KEY-PREFIX.

       P100000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> THE DRAFT KEY BACK TO THE HELP FIELDS'.
       P120000-UNPACK-DRAFT-KEY SECTION.

           MOVE HLD-HELP-TYPE     TO HA-HELP-TYPE.
           MOVE HLD-HELP-TITLE    TO HA-HELP-TITLE.
           MOVE HLD-SEVERITY-CODE TO HA-SEVERITY-CODE.

           EVALUATE HLD-HELP-TYPE
               WHEN 'S'
                   MOVE HLD-HELP-KEY    TO HA-SCREEN-NAME
                   MOVE HLD-PAGE-NUMBER TO HA-PAGE-NUMBER
               WHEN 'F'
                   MOVE HLD-HELP-KEY (1:2) TO HA-FIELD-FILE
                   MOVE HLD-HELP-KEY (3:5) TO HA-FIELD-NUMBER
               WHEN 'M'
                   MOVE HLD-HELP-KEY (1:2) TO HA-SYSTEM-CODE
                   MOVE HLD-HELP-KEY (3:3) TO HA-MESSAGE-NUMBER
           END-EVALUATE.

           PERFORM P100000-BUILD-THE-KEY THRU P100000-EXIT.

       P120000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> SECCHECK FOR THE FUNCTION'.
       P150000-CHECK-AUTHORITY SECTION.
      *----------------------------------------------------------------*
      *    'HELPAUTH' IS THE ANALYSTS WHO WRITE HELP; 'HELPAPPR' IS    *
      *    THE REVIEWERS WHO APPROVE, REJECT AND PUBLISH IT.           *
      *----------------------------------------------------------------*

           MOVE SPACES          TO SECURITY-AREA.
           MOVE WS-SEC-RESOURCE TO SEC-RESOURCE-NAME.
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION-CODE.
           MOVE 'Y'             TO SEC-CHK-RESOURCE.

           EXEC CICS LINK
                     PROGRAM  ('SECCHECK')
                     COMMAREA (SECURITY-AREA)
                     LENGTH   (LENGTH OF SECURITY-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR SEC-RETURN-CODE NOT = 'A'
               MOVE '08' TO HA-RETURN-CODE.

       P150000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> THE PUBLISHED TEXT AS A STARTING POINT'.
       P200000-GET-PUBLISHED SECTION.

           MOVE 'HELPAUTH' TO WS-SEC-RESOURCE.
           MOVE 'I'        TO WS-SEC-FUNCTION.
           PERFORM P150000-CHECK-AUTHORITY THRU P150000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P100000-BUILD-THE-KEY THRU P100000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           PERFORM P800000-FIND-LATEST-VERSION THRU P800000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           IF NOT PUBLISHED-FOUND
               MOVE '02' TO HA-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE WS-HOLD-RECORD TO CARRIER-CONTROL-RECORD.
           MOVE SPACES         TO HA-HELP-TITLE HA-HELP-TEXT.

           EVALUATE HA-HELP-TYPE
               WHEN 'S'
                   MOVE TUTOR-SD-SCREEN-TITLE TO HA-HELP-TITLE
               WHEN 'F'
                   MOVE TUTOR-FD-FIELD-NAME   TO HA-HELP-TITLE
               WHEN 'M'
                   MOVE ERROR-MESSAGE-TEXT    TO HA-HELP-TITLE
                   MOVE ERROR-SEVERITY-CODE   TO HA-SEVERITY-CODE
           END-EVALUATE.

           PERFORM P250000-GET-ONE-LINE THRU P250000-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-MAX-LINES.

       P200000-EXIT.
           EXIT.
       P250000-GET-ONE-LINE SECTION.

           EVALUATE HA-HELP-TYPE
               WHEN 'S'
                   MOVE TUTOR-SD-SCREEN-DESC (WS-LINE-SUB)
                     TO HA-HELP-LINE (WS-LINE-SUB)
               WHEN 'F'
                   MOVE TUTOR-FD-FIELD-DESC (WS-LINE-SUB)
                     TO HA-HELP-LINE (WS-LINE-SUB)
               WHEN 'M'
                   MOVE ERROR-MESSAGE-DESC (WS-LINE-SUB)
                     TO HA-HELP-LINE (WS-LINE-SUB)
           END-EVALUATE.

       P250000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> SAVE A DRAFT'.
       P300000-SAVE-DRAFT SECTION.
      *----------------------------------------------------------------*
      *    A NEW DRAFT, OR A CHANGE TO THE AUTHOR'S DRAFT OR A         *
      *    REJECTED ONE, WHICH GOES BACK TO DRAFT STATUS.  AN APPROVED *
      *    DRAFT IS NOT CHANGED - IT IS REJECTED FIRST.  ONLY ONE OPEN *
      *    DRAFT OF ANY ONE PIECE OF HELP AT A TIME.                   *
      *----------------------------------------------------------------*

           MOVE 'HELPAUTH' TO WS-SEC-RESOURCE.
           MOVE 'U'        TO WS-SEC-FUNCTION.
           PERFORM P150000-CHECK-AUTHORITY THRU P150000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           PERFORM P100000-BUILD-THE-KEY THRU P100000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P300000-EXIT.

           IF HA-HELP-TITLE = SPACES AND HA-HELP-TEXT = SPACES
               MOVE '04' TO HA-RETURN-CODE
               GO TO P300000-EXIT.

      *    FIELD AND MESSAGE HELP HAVE TEN LINES AND A SHORTER TITLE.
           IF HA-HELP-TYPE NOT = 'S'
               IF HA-HELP-TEXT (801:800) NOT = SPACES
                   MOVE '03' TO HA-RETURN-CODE
                   GO TO P300000-EXIT.

           IF HA-HELP-TYPE = 'F'
               IF HA-HELP-TITLE (31:50) NOT = SPACES
                   MOVE '03' TO HA-RETURN-CODE
                   GO TO P300000-EXIT.

           IF HA-HELP-TYPE = 'M'
               IF HA-HELP-TITLE (36:45) NOT = SPACES
                   MOVE '03' TO HA-RETURN-CODE
                   GO TO P300000-EXIT.

           IF HA-DRAFT-ID NOT = ZERO
               GO TO P300000-CHANGE-DRAFT.

           MOVE ZERO TO WS-OPEN-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-COUNT
                 FROM HELP_DRAFT
                WHERE HELP_TYPE    = :HA-HELP-TYPE
                  AND HELP_KEY     = :WS-HELP-KEY
                  AND PAGE_NUMBER  = :WS-PAGE-NUMBER
                  AND DRAFT_STATUS IN ('D', 'A', 'R')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HA-RETURN-CODE
               GO TO P300000-EXIT.

           IF WS-OPEN-COUNT > ZERO
               MOVE '05' TO HA-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               SELECT NEXT VALUE FOR HELP_DRAFT_SEQ
                 INTO :HA-DRAFT-ID
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HA-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               INSERT INTO HELP_DRAFT
                      ( DRAFT_ID,
                        HELP_TYPE,
                        HELP_KEY,
                        PAGE_NUMBER,
                        HELP_TITLE,
                        SEVERITY_CODE,
                        DRAFT_STATUS,
                        AUTHOR_LOGON,
                        DRAFT_TIMESTAMP,
                        APPROVER_LOGON,
                        APPROVE_TIMESTAMP,
                        PUBLISH_TIMESTAMP,
                        REVIEW_NOTE )
               VALUES ( :HA-DRAFT-ID,
                        :HA-HELP-TYPE,
                        :WS-HELP-KEY,
                        :WS-PAGE-NUMBER,
                        :HA-HELP-TITLE,
                        :HA-SEVERITY-CODE,
                        'D',
                        :HA-OPERATOR-LOGON,
                        CURRENT TIMESTAMP,
                        ' ',
                        NULL,
                        NULL,
                        ' ' )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HA-RETURN-CODE
               GO TO P300000-EXIT.

           GO TO P300000-WRITE-LINES.

       P300000-CHANGE-DRAFT.

           EXEC SQL
               UPDATE HELP_DRAFT
                  SET HELP_TITLE        = :HA-HELP-TITLE,
                      SEVERITY_CODE     = :HA-SEVERITY-CODE,
                      DRAFT_STATUS      = 'D',
                      AUTHOR_LOGON      = :HA-OPERATOR-LOGON,
                      DRAFT_TIMESTAMP   = CURRENT TIMESTAMP,
                      APPROVER_LOGON    = ' ',
                      APPROVE_TIMESTAMP = NULL
                WHERE DRAFT_ID     = :HA-DRAFT-ID
                  AND HELP_TYPE    = :HA-HELP-TYPE
                  AND HELP_KEY     = :WS-HELP-KEY
                  AND PAGE_NUMBER  = :WS-PAGE-NUMBER
                  AND DRAFT_STATUS IN ('D', 'R')
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO HA-RETURN-CODE
               GO TO P300000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HA-RETURN-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               DELETE FROM HELP_DRAFT_LINE
                WHERE DRAFT_ID = :HA-DRAFT-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE '12' TO HA-RETURN-CODE
               GO TO P300000-EXIT.

       P300000-WRITE-LINES.

           PERFORM P350000-WRITE-ONE-LINE THRU P350000-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-MAX-LINES
                  OR HA-RETURN-CODE NOT = '00'.

       P300000-EXIT.
           EXIT.
       P350000-WRITE-ONE-LINE SECTION.

           IF HA-HELP-LINE (WS-LINE-SUB) = SPACES
               GO TO P350000-EXIT.

           MOVE WS-LINE-SUB TO HDL-LINE-NUMBER.

           EXEC SQL
               INSERT INTO HELP_DRAFT_LINE
                      ( DRAFT_ID,
                        LINE_NUMBER,
                        LINE_TEXT )
               VALUES ( :HA-DRAFT-ID,
                        :HDL-LINE-NUMBER,
                        :HA-HELP-LINE (WS-LINE-SUB) )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HA-RETURN-CODE.

       P350000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> APPROVE A DRAFT'.
       P400000-APPROVE-DRAFT SECTION.

           MOVE 'HELPAPPR' TO WS-SEC-RESOURCE.
           MOVE 'U'        TO WS-SEC-FUNCTION.
           PERFORM P150000-CHECK-AUTHORITY THRU P150000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           PERFORM P420000-READ-DRAFT-STATUS THRU P420000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P400000-EXIT.

           IF WS-DRAFT-STATUS NOT = 'D'
               MOVE '02' TO HA-RETURN-CODE
               GO TO P400000-EXIT.

           IF WS-AUTHOR-LOGON = HA-OPERATOR-LOGON
               MOVE '06' TO HA-RETURN-CODE
               GO TO P400000-EXIT.

           EXEC SQL
               UPDATE HELP_DRAFT
                  SET DRAFT_STATUS      = 'A',
                      APPROVER_LOGON    = :HA-OPERATOR-LOGON,
                      APPROVE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE DRAFT_ID     = :HA-DRAFT-ID
                  AND DRAFT_STATUS = 'D'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO HA-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO HA-RETURN-CODE
           END-EVALUATE.

       P400000-EXIT.
           EXIT.
       P420000-READ-DRAFT-STATUS SECTION.

           MOVE SPACES TO WS-DRAFT-STATUS WS-AUTHOR-LOGON.

           EXEC SQL
               SELECT DRAFT_STATUS,
                      AUTHOR_LOGON
                 INTO :WS-DRAFT-STATUS,
                      :WS-AUTHOR-LOGON
                 FROM HELP_DRAFT
                WHERE DRAFT_ID = :HA-DRAFT-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO HA-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO HA-RETURN-CODE
           END-EVALUATE.

       P420000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> REJECT A DRAFT BACK TO ITS AUTHOR'.
       P450000-REJECT-DRAFT SECTION.

           IF HA-REVIEW-NOTE = SPACES
               MOVE '04' TO HA-RETURN-CODE
               GO TO P450000-EXIT.

           MOVE 'HELPAPPR' TO WS-SEC-RESOURCE.
           MOVE 'U'        TO WS-SEC-FUNCTION.
           PERFORM P150000-CHECK-AUTHORITY THRU P150000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P450000-EXIT.

           EXEC SQL
               UPDATE HELP_DRAFT
                  SET DRAFT_STATUS      = 'R',
                      APPROVER_LOGON    = :HA-OPERATOR-LOGON,
                      APPROVE_TIMESTAMP = NULL,
                      REVIEW_NOTE       = :HA-REVIEW-NOTE
                WHERE DRAFT_ID     = :HA-DRAFT-ID
                  AND DRAFT_STATUS IN ('D', 'A')
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '02' TO HA-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO HA-RETURN-CODE
           END-EVALUATE.

       P450000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> PUBLISH AN APPROVED DRAFT TO TURBDATA'.
       P500000-PUBLISH-DRAFT SECTION.
      *----------------------------------------------------------------*
      *    THE APPROVED TEXT IS LAID OVER THE LATEST PUBLISHED RECORD  *
      *    (SO A FIELD'S PICTURE, POSITIONS AND TABLE DISPLAY ARE      *
      *    KEPT) AND WRITTEN AS A NEW RECORD EFFECTIVE TODAY.  THE     *
      *    PRIOR VERSION STAYS ON FILE, NO LONGER FLAGGED CURRENT.  A  *
      *    SECOND PUBLISH THE SAME DAY REPLACES TODAY'S VERSION.       *
      *----------------------------------------------------------------*

           MOVE 'HELPAPPR' TO WS-SEC-RESOURCE.
           MOVE 'U'        TO WS-SEC-FUNCTION.
           PERFORM P150000-CHECK-AUTHORITY THRU P150000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           EXEC SQL
               SELECT HELP_TYPE,
                      HELP_KEY,
                      PAGE_NUMBER,
                      HELP_TITLE,
                      SEVERITY_CODE,
                      DRAFT_STATUS,
                      AUTHOR_LOGON
                 INTO :HLD-HELP-TYPE,
                      :HLD-HELP-KEY,
                      :HLD-PAGE-NUMBER,
                      :HLD-HELP-TITLE,
                      :HLD-SEVERITY-CODE,
                      :HLD-DRAFT-STATUS,
                      :HLD-AUTHOR-LOGON
                 FROM HELP_DRAFT
                WHERE DRAFT_ID = :HA-DRAFT-ID
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO HA-RETURN-CODE
               GO TO P500000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HA-RETURN-CODE
               GO TO P500000-EXIT.

           IF HLD-DRAFT-STATUS NOT = 'A'
               MOVE '02' TO HA-RETURN-CODE
               GO TO P500000-EXIT.

           IF HLD-AUTHOR-LOGON = HA-OPERATOR-LOGON
               MOVE '06' TO HA-RETURN-CODE
               GO TO P500000-EXIT.

           PERFORM P120000-UNPACK-DRAFT-KEY THRU P120000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           PERFORM P520000-LOAD-DRAFT-LINES THRU P520000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY-ISO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE WS-TODAY-ISO (1:4) TO WS-TODAY-CCYY.
           MOVE WS-TODAY-ISO (6:2) TO WS-TODAY-MM.
           MOVE WS-TODAY-ISO (9:2) TO WS-TODAY-DD.

           PERFORM P800000-FIND-LATEST-VERSION THRU P800000-EXIT.
           IF HA-RETURN-CODE NOT = '00'
               GO TO P500000-EXIT.

           IF NOT PUBLISHED-FOUND
               GO TO P500000-FIRST-VERSION.

           EXEC CICS READ DATASET('TURBDATA')
                     INTO    (CARRIER-CONTROL-RECORD)
                     RIDFLD  (WS-LATEST-KEY)
                     LENGTH  (LENGTH OF CARRIER-CONTROL-RECORD)
                     UPDATE
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO HA-RETURN-CODE
               GO TO P500000-EXIT.

      *    TODAY'S VERSION IS REPLACED WHERE IT STANDS.
           IF CARR-EFF-DATE = WS-TODAY-NUM
               PERFORM P550000-BUILD-THE-RECORD THRU P550000-EXIT
               EXEC CICS REWRITE DATASET('TURBDATA')
                         FROM    (CARRIER-CONTROL-RECORD)
                         LENGTH  (LENGTH OF CARRIER-CONTROL-RECORD)
                         RESP    (WS-CICS-RESP)
               END-EXEC
               GO TO P500000-MARK-PUBLISHED.

           MOVE SPACE TO CARR-CURRENT-IND.

           EXEC CICS REWRITE DATASET('TURBDATA')
                     FROM    (CARRIER-CONTROL-RECORD)
                     LENGTH  (LENGTH OF CARRIER-CONTROL-RECORD)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO HA-RETURN-CODE
               GO TO P500000-EXIT.

           GO TO P500000-WRITE-VERSION.

       P500000-FIRST-VERSION.

      *    NOTHING PUBLISHED YET - A BARE RECORD UNDER THE NEW KEY.
           MOVE SPACES        TO CARRIER-CONTROL-RECORD.
           MOVE WS-KEY-PREFIX TO CARR-CONTROL-KEY (1:32).
           IF HA-HELP-TYPE = 'F'
               MOVE ZERO TO TUTOR-FD-POSITION-FROM
                            TUTOR-FD-POSITION-TO
                            TUTOR-FD-FIELD-LENGTH
                            TUTOR-FD-TABLE
                            TUTOR-FD-TABLE-DISPLAY1
                            TUTOR-FD-TABLE-DISPLAY2
                            TUTOR-FD-TABLE-DISPLAY3
                            TUTOR-FD-TABLE-DISPLAY4
                            TUTOR-FD-TABLE-DISPLAY5
                            TUTOR-FD-TABLE-STICKY.

       P500000-WRITE-VERSION.

           PERFORM P550000-BUILD-THE-RECORD THRU P550000-EXIT.

           EXEC CICS WRITE DATASET('TURBDATA')
                     FROM    (CARRIER-CONTROL-RECORD)
                     RIDFLD  (CARR-CONTROL-KEY)
                     LENGTH  (LENGTH OF CARRIER-CONTROL-RECORD)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P500000-MARK-PUBLISHED.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO HA-RETURN-CODE
               GO TO P500000-EXIT.

           EXEC SQL
               UPDATE HELP_DRAFT
                  SET DRAFT_STATUS      = 'P',
                      PUBLISH_TIMESTAMP = CURRENT TIMESTAMP
                WHERE DRAFT_ID = :HA-DRAFT-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HA-RETURN-CODE.

       P500000-EXIT.
           EXIT.
       P520000-LOAD-DRAFT-LINES SECTION.

           MOVE SPACES TO HA-HELP-TEXT.

           EXEC SQL
               OPEN HADLNCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO HA-RETURN-CODE
               GO TO P520000-EXIT.

           MOVE 'N' TO WS-LINE-EOF-SW.

           PERFORM P530000-LOAD-ONE-LINE THRU P530000-EXIT
               UNTIL LINE-EOF.

           EXEC SQL
               CLOSE HADLNCUR
           END-EXEC.

       P520000-EXIT.
           EXIT.
       P530000-LOAD-ONE-LINE SECTION.

           EXEC SQL
               FETCH HADLNCUR
                 INTO :HDL-LINE-NUMBER,
                      :HDL-LINE-TEXT
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO HA-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-LINE-EOF-SW
               GO TO P530000-EXIT.

           IF HDL-LINE-NUMBER > ZERO
               AND HDL-LINE-NUMBER NOT > WS-MAX-LINES
               MOVE HDL-LINE-NUMBER TO WS-LINE-SUB
               MOVE HDL-LINE-TEXT   TO HA-HELP-LINE (WS-LINE-SUB).

       P530000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> LAY THE TEXT OVER THE TURBDATA RECORD'.
       P550000-BUILD-THE-RECORD SECTION.

           MOVE WS-TODAY-NUM      TO CARR-EFF-DATE.
           MOVE 'C'               TO CARR-CURRENT-IND.
           MOVE 'N'               TO CARR-OFU-IND.
           MOVE HA-OPERATOR-LOGON TO CARR-USER-LID.

           EVALUATE HA-HELP-TYPE
               WHEN 'S'
                   IF HA-HELP-TITLE NOT = SPACES
                       MOVE HA-HELP-TITLE TO TUTOR-SD-SCREEN-TITLE
                   END-IF
               WHEN 'F'
                   IF HA-HELP-TITLE NOT = SPACES
                       MOVE HA-HELP-TITLE TO TUTOR-FD-FIELD-NAME
                   END-IF
               WHEN 'M'
                   IF HA-HELP-TITLE NOT = SPACES
                       MOVE HA-HELP-TITLE TO ERROR-MESSAGE-TEXT
                   END-IF
                   IF HA-SEVERITY-CODE NOT = SPACE
                       MOVE HA-SEVERITY-CODE TO ERROR-SEVERITY-CODE
                   END-IF
           END-EVALUATE.

           PERFORM P560000-PUT-ONE-LINE THRU P560000-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-MAX-LINES.

       P550000-EXIT.
           EXIT.
       P560000-PUT-ONE-LINE SECTION.

           EVALUATE HA-HELP-TYPE
               WHEN 'S'
                   MOVE HA-HELP-LINE (WS-LINE-SUB)
                     TO TUTOR-SD-SCREEN-DESC (WS-LINE-SUB)
               WHEN 'F'
                   MOVE HA-HELP-LINE (WS-LINE-SUB)
                     TO TUTOR-FD-FIELD-DESC (WS-LINE-SUB)
               WHEN 'M'
                   MOVE HA-HELP-LINE (WS-LINE-SUB)
                     TO ERROR-MESSAGE-DESC (WS-LINE-SUB)
           END-EVALUATE.

       P560000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> NA3XX SCREENS AND FIELDS WITH NO HELP'.
       P600000-MISSING-HELP-REPORT SECTION.
      *----------------------------------------------------------------*
      *    THE SCREEN/FIELD CROSS REFERENCE (TURBDATA 800) IS THE MAP  *
      *    OF EVERY NA3XX SCREEN POSITION TU003 CAN BE ASKED ABOUT.    *
      *    EACH SCREEN IS CHECKED FOR PAGE 1 OF SCREEN HELP (820) AND  *
      *    EACH POSITION'S FIELD FOR A FIELD DESCRIPTION (810) WITH    *
      *    SOME TEXT ON IT.  AN OLDER VERSION OF A POSITION IS SKIPPED.*
      *----------------------------------------------------------------*

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'NA3XX SCREENS AND FIELDS WITH NO TU003 HELP'
             TO WS-REPORT-LINE.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           MOVE SPACES TO WS-XREF-KEY WS-LAST-POSITION WS-LAST-SCREEN.
           MOVE 800    TO WS-XREF-TYPE.
           MOVE 'NA3'  TO WS-XREF-SCREEN.

           EXEC CICS STARTBR DATASET('TURBDATA')
                     RIDFLD  (WS-XREF-KEY)
                     GTEQ
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
               GO TO P600000-TOTALS.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO HA-RETURN-CODE
               GO TO P600000-EXIT.

           MOVE 'N' TO WS-BROWSE-EOF-SW.

           PERFORM P650000-ONE-XREF-POSITION THRU P650000-EXIT
               UNTIL BROWSE-EOF.

           EXEC CICS ENDBR DATASET('TURBDATA')
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P600000-TOTALS.

           IF HA-RETURN-CODE = '12'
               GO TO P600000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HA-SCREENS-MISSING TO WS-EDIT-COUNT.
           STRING 'SCREENS WITHOUT HELP ' DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  ' OF '                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           MOVE HA-SCREENS-CHECKED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (31:6).
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HA-FIELDS-MISSING TO WS-EDIT-COUNT.
           STRING 'FIELDS WITHOUT HELP  ' DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  ' OF '                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           MOVE HA-FIELDS-CHECKED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (31:6).
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P600000-EXIT.
           EXIT.
       P650000-ONE-XREF-POSITION SECTION.

           EXEC CICS READNEXT DATASET('TURBDATA')
                     INTO    (CARRIER-CONTROL-RECORD)
                     RIDFLD  (WS-XREF-KEY)
                     LENGTH  (LENGTH OF CARRIER-CONTROL-RECORD)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
               GO TO P650000-EXIT.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO HA-RETURN-CODE
               MOVE 'Y'  TO WS-BROWSE-EOF-SW
               GO TO P650000-EXIT.

           IF TUTOR-SF-RECORD-TYPE NOT = 800
               OR TUTOR-SF-SCREEN-NAME (1:3) NOT = 'NA3'
               MOVE 'Y' TO WS-BROWSE-EOF-SW
               GO TO P650000-EXIT.

           MOVE TUTOR-SF-SCREEN-NAME   TO WS-SF-SCREEN.
           MOVE TUTOR-SF-SCREEN-ROW    TO WS-SF-ROW.
           MOVE TUTOR-SF-SCREEN-COLUMN TO WS-SF-COLUMN.
           MOVE TUTOR-SF-FIELD-FILE    TO WS-SF-FIELD-FILE.
           MOVE TUTOR-SF-FIELD-NUMBER  TO WS-SF-FIELD-NUMBER.

           IF WS-THIS-POSITION = WS-LAST-POSITION
               GO TO P650000-EXIT.

           MOVE WS-THIS-POSITION TO WS-LAST-POSITION.

           IF WS-SF-SCREEN NOT = WS-LAST-SCREEN
               MOVE WS-SF-SCREEN TO WS-LAST-SCREEN
               PERFORM P700000-CHECK-SCREEN-HELP THRU P700000-EXIT.

           IF HA-RETURN-CODE = '00'
               AND WS-SF-FIELD-FILE NOT = SPACES
               PERFORM P750000-CHECK-FIELD-HELP THRU P750000-EXIT.

           IF HA-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-BROWSE-EOF-SW.

       P650000-EXIT.
           EXIT.
       P700000-CHECK-SCREEN-HELP SECTION.

           ADD 1 TO HA-SCREENS-CHECKED.
           MOVE 'N' TO WS-HAS-HELP-SW.

           MOVE SPACES       TO CARR-CONTROL-KEY.
           MOVE 820          TO TUTOR-SD-RECORD-TYPE.
           MOVE WS-SF-SCREEN TO TUTOR-SD-SCREEN-NAME.
           MOVE 1            TO TUTOR-SD-PAGE-NUMBER.
           MOVE CARR-CONTROL-KEY TO WS-CHECK-KEY.

           EXEC CICS READ DATASET('TURBDATA')
                     INTO      (CARRIER-CONTROL-RECORD)
                     RIDFLD    (WS-CHECK-KEY)
                     KEYLENGTH (14)
                     GENERIC
                     GTEQ
                     LENGTH    (LENGTH OF CARRIER-CONTROL-RECORD)
                     RESP      (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               AND WS-CICS-RESP NOT = DFHRESP(NOTFND)
               MOVE '12' TO HA-RETURN-CODE
               GO TO P700000-EXIT.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND CARR-CONTROL-KEY (1:14) = WS-CHECK-KEY (1:14)
               AND (TUTOR-SD-SCREEN-TITLE NOT = SPACES
                 OR TUTOR-SD-SCREEN-DESC-TABLE NOT = SPACES)
               MOVE 'Y' TO WS-HAS-HELP-SW.

           IF HAS-HELP
               GO TO P700000-EXIT.

           ADD 1 TO HA-SCREENS-MISSING.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NO SCREEN HELP  SCREEN ' DELIMITED BY SIZE
                  WS-SF-SCREEN              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P700000-EXIT.
           EXIT.
       P750000-CHECK-FIELD-HELP SECTION.

           ADD 1 TO HA-FIELDS-CHECKED.
           MOVE 'N' TO WS-HAS-HELP-SW.

           MOVE SPACES             TO CARR-CONTROL-KEY.
           MOVE 810                TO TUTOR-FD-RECORD-TYPE.
           MOVE WS-SF-FIELD-FILE   TO TUTOR-FD-FIELD-FILE.
           MOVE WS-SF-FIELD-NUMBER TO TUTOR-FD-FIELD-NUMBER.
           MOVE CARR-CONTROL-KEY   TO WS-CHECK-KEY.

           EXEC CICS READ DATASET('TURBDATA')
                     INTO      (CARRIER-CONTROL-RECORD)
                     RIDFLD    (WS-CHECK-KEY)
                     KEYLENGTH (11)
                     GENERIC
                     GTEQ
                     LENGTH    (LENGTH OF CARRIER-CONTROL-RECORD)
                     RESP      (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               AND WS-CICS-RESP NOT = DFHRESP(NOTFND)
               MOVE '12' TO HA-RETURN-CODE
               GO TO P750000-EXIT.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND CARR-CONTROL-KEY (1:11) = WS-CHECK-KEY (1:11)
               AND TUTOR-FD-FIELD-AREA NOT = SPACES
               MOVE 'Y' TO WS-HAS-HELP-SW.

           IF HAS-HELP
               GO TO P750000-EXIT.

           ADD 1 TO HA-FIELDS-MISSING.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NO FIELD HELP   SCREEN ' DELIMITED BY SIZE
                  WS-SF-SCREEN              DELIMITED BY SIZE
                  '  ROW '                  DELIMITED BY SIZE
                  WS-SF-ROW                 DELIMITED BY SIZE
                  '  COLUMN '               DELIMITED BY SIZE
                  WS-SF-COLUMN              DELIMITED BY SIZE
                  '  FIELD '                DELIMITED BY SIZE
                  WS-SF-FIELD-FILE          DELIMITED BY SIZE
                  WS-SF-FIELD-NUMBER        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P750000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> THE LATEST PUBLISHED VERSION'.
       P800000-FIND-LATEST-VERSION SECTION.
      *----------------------------------------------------------------*
      *    VERSIONS FILE IN EFFECTIVE-DATE ORDER UNDER THE PREFIX, SO  *
      *    THE LAST ONE READ IS THE ONE TU003 SHOWS.  IT IS LEFT IN    *
      *    WS-HOLD-RECORD, ITS KEY IN WS-LATEST-KEY.                   *
      *----------------------------------------------------------------*

           MOVE 'N'           TO WS-FOUND-SW.
           MOVE SPACES        TO WS-BROWSE-KEY WS-LATEST-KEY.
           MOVE WS-KEY-PREFIX TO WS-BROWSE-KEY (1:32).
           MOVE LOW-VALUES    TO WS-BROWSE-KEY (33:8).

           EXEC CICS STARTBR DATASET('TURBDATA')
                     RIDFLD  (WS-BROWSE-KEY)
                     GTEQ
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
               GO TO P800000-EXIT.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO HA-RETURN-CODE
               GO TO P800000-EXIT.

           MOVE 'N' TO WS-BROWSE-EOF-SW.

           PERFORM P850000-READ-ONE-VERSION THRU P850000-EXIT
               UNTIL BROWSE-EOF.

           EXEC CICS ENDBR DATASET('TURBDATA')
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P800000-EXIT.
           EXIT.
       P850000-READ-ONE-VERSION SECTION.

           EXEC CICS READNEXT DATASET('TURBDATA')
                     INTO    (CARRIER-CONTROL-RECORD)
                     RIDFLD  (WS-BROWSE-KEY)
                     LENGTH  (LENGTH OF CARRIER-CONTROL-RECORD)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
               GO TO P850000-EXIT.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12' TO HA-RETURN-CODE
               MOVE 'Y'  TO WS-BROWSE-EOF-SW
               GO TO P850000-EXIT.

           IF WS-BROWSE-KEY (1:32) NOT = WS-KEY-PREFIX
               MOVE 'Y' TO WS-BROWSE-EOF-SW
               GO TO P850000-EXIT.

           MOVE 'Y'                    TO WS-FOUND-SW.
           MOVE WS-BROWSE-KEY          TO WS-LATEST-KEY.
           MOVE CARRIER-CONTROL-RECORD TO WS-HOLD-RECORD.

       P850000-EXIT.
           EXIT.
           TITLE 'HELPAUTH --> WRITE ONE LINE TO HLPC'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('HLPC')
                     FROM    (WS-REPORT-LINE)
                     LENGTH  (LENGTH OF WS-REPORT-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
