       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUNSMTCH.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: DUNSMTCH                                       *
      *  PROGRAM TEXT:  MONTHLY DUN & BRADSTREET BUSINESS-STATUS FILE.  *
      *                 CASE_MASTER CARRIES A DUNS_NUM AND SIC_CODE     *
      *                 THAT NOTHING KEPT CURRENT - EMPLOYERS WENT OUT  *
      *                 OF BUSINESS OR MERGED AND WE BILLED THEM FOR    *
      *                 MONTHS.  FUNCTION 'M' WORKS THE STAGED          *
      *                 DNB_EXTRACT ONCE FILECTL HAS PROVED IT: EACH    *
      *                 ROW IS MATCHED TO EVERY CASE CARRYING ITS       *
      *                 DUNS_NUM, A CHANGED INDUSTRY CODE IS APPLIED    *
      *                 TO SIC_CODE, AND AN OUT-OF-BUSINESS, BANKRUPT   *
      *                 OR MERGED EMPLOYER IS PUT ON THE D&B REVIEW     *
      *                 QUEUE (WORKBSKT).  NO CASE IS TERMED BY THE     *
      *                 FILE ALONE.  THE RUN ENDS WITH THE IN-FORCE     *
      *                 CASES THE FILE DID NOT MATCH - NO DUNS NUMBER   *
      *                 OR ONE D&B DID NOT REPORT - SO THEY CAN BE      *
      *                 CLEANED UP.  EVERYTHING GOES TO THE DNBR TDQ.   *
      *                 FUNCTIONS 'C' AND 'X' CONFIRM OR CLEAR A        *
      *                 REVIEW ITEM ONCE THE DESK HAS WORKED IT.        *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS A *
      *                   'M' RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND) - THE ONLINE     *
      *                   FUNCTIONS ARE NEVER HELD.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.

       01  WS-GATE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-GATE-DATE-IND             PIC S9(4) COMP VALUE ZERO.

       01  FILECTL-COMM-AREA.
           COPY FILECTLC.

       01  WS-DNB-EOF-SW                PIC X     VALUE 'N'.
           88  DNB-EOF                  VALUE 'Y'.
       01  WS-CASE-EOF-SW               PIC X     VALUE 'N'.
           88  DNB-CASE-EOF             VALUE 'Y'.
       01  WS-NOMATCH-EOF-SW            PIC X     VALUE 'N'.
           88  NOMATCH-EOF              VALUE 'Y'.

       01  WS-STATUS-DATE-IND           PIC S9(4) COMP VALUE ZERO.
       01  WS-CASE-NUM                  PIC X(6)  VALUE SPACES.
       01  WS-CASE-SIC-CODE             PIC X(4)  VALUE SPACES.
       01  WS-CASE-DUNS-NUM             PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-NEW-STATUS                PIC X(1)  VALUE SPACE.

       01  WS-REVIEW-LINE               PIC X(90) VALUE SPACES.
       01  WS-EDIT-DUNS                 PIC 9(9)  VALUE ZERO.
       01  WS-EDIT-SUCCESSOR            PIC 9(9)  VALUE ZERO.
       01  WS-EDIT-COUNT                PIC ZZ9   VALUE ZERO.
       01  WS-STATUS-TEXT               PIC X(15) VALUE SPACES.

           COPY DNBSTAGE.
           COPY CASEMAST.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE DNBCUR CURSOR FOR
               SELECT DUNS_NUM,
                      BUSINESS_NAME,
                      BUSINESS_STATUS,
                      CHAR(STATUS_DATE, ISO),
                      SUCCESSOR_DUNS,
                      SIC_CODE
                 FROM DNB_EXTRACT
                WHERE PROCESS_STATUS = 'P'
                ORDER BY DUNS_NUM
           END-EXEC.

           EXEC SQL DECLARE DNBCASECUR CURSOR FOR
               SELECT CASE_NUM,
                      SIC_CODE
                 FROM CASE_MASTER
                WHERE DUNS_NUM = :DNB-DUNS-NUM
                ORDER BY CASE_NUM
           END-EXEC.

      *    IN-FORCE CASES WITH NO DUNS NUMBER, OR ONE NO ROW OF THE
      *    CURRENT FILE WAS MATCHED TO.
           EXEC SQL DECLARE DNBNOCUR CURSOR FOR
               SELECT C.CASE_NUM,
                      C.DUNS_NUM
                 FROM CASE_MASTER C
                WHERE C.ACTIVE_CODE IN ('CM', ' P')
                  AND (C.DUNS_NUM = 0
                   OR NOT EXISTS
                      (SELECT 1
                         FROM DNB_EXTRACT D
                        WHERE D.DUNS_NUM = C.DUNS_NUM
                          AND D.PROCESS_STATUS <> 'P'
                          AND DATE(D.PROCESS_TIMESTAMP)
                                        >= DATE(:WS-GATE-DATE)))
                ORDER BY C.CASE_NUM
           END-EXEC.

       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

           TITLE 'DUNSMTCH --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DUNSMTCC.
           TITLE 'DUNSMTCH --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'DUNSMTCH' TO RL-PROGRAM-NAME.
           IF DN-FUNCTION-CODE = 'M'
               MOVE 'Y' TO RL-HOLD-CHECK
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO DN-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO DN-RETURN-CODE.
           MOVE ZERO TO DN-ROWS-READ DN-REVIEWS-QUEUED DN-SIC-CHANGES
                        DN-NO-CASE-COUNT DN-CASES-UNMATCHED.

           EVALUATE DN-FUNCTION-CODE
               WHEN 'M'
                   PERFORM P200000-MATCH-THE-FILE THRU P200000-EXIT
               WHEN 'C'
                   MOVE 'C' TO WS-NEW-STATUS
                   PERFORM P600000-WORK-A-REVIEW-ITEM THRU P600000-EXIT
               WHEN 'X'
                   MOVE 'X' TO WS-NEW-STATUS
                   PERFORM P600000-WORK-A-REVIEW-ITEM THRU P600000-EXIT
               WHEN OTHER
                   MOVE '01' TO DN-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           MOVE 'E'        TO RL-FUNCTION-CODE.
           MOVE 'DUNSMTCH' TO RL-PROGRAM-NAME.
           MOVE DN-ROWS-READ TO RL-RECORD-COUNT.
           MOVE DN-RETURN-CODE TO RL-PROGRAM-RC.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     LENGTH   (LENGTH OF RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'DUNSMTCH --> WORK THE STAGED FILE'.
       P200000-MATCH-THE-FILE SECTION.

      *----------------------------------------------------------------*
      *    THE COMMON FILECTL CONTROL GATE, KEYED BY THE LATEST        *
      *    CONTROL RECORD FOR THE TYPE.  NO CONTROL RECORD AT ALL      *
      *    MEANS NOBODY PROVED THE FILE WHOLE - HOLD.                  *
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-GATE-DATE-IND.
           EXEC SQL
               SELECT CHAR(MAX(FILE_DATE), ISO)
                 INTO :WS-GATE-DATE :WS-GATE-DATE-IND
                 FROM FILE_CONTROL_LOG
                WHERE FILE_TYPE = 'DNB     '
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               GO TO P200000-EXIT.

           IF WS-GATE-DATE-IND < ZERO
               MOVE '08' TO DN-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE SPACES       TO FILECTL-COMM-AREA.
           MOVE 'C'          TO FC-FUNCTION-CODE.
           MOVE 'DNB     '   TO FC-FILE-TYPE.
           MOVE WS-GATE-DATE TO FC-FILE-DATE.

           EXEC CICS LINK
                     PROGRAM  ('FILECTL')
                     COMMAREA (FILECTL-COMM-AREA)
                     LENGTH   (LENGTH OF FILECTL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF FC-RETURN-CODE = '08'
               MOVE '08' TO DN-RETURN-CODE
               GO TO P200000-EXIT.

           EXEC SQL
               OPEN DNBCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE 'N' TO WS-DNB-EOF-SW.

           PERFORM P250000-MATCH-ONE-ROW THRU P250000-EXIT
               UNTIL DNB-EOF.

           EXEC SQL
               CLOSE DNBCUR
           END-EXEC.

           IF DN-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

      *    AN EMPTY RUN PROVES NOTHING ABOUT THE CASES - NO REPORT.
           IF DN-ROWS-READ = ZERO
               GO TO P200000-EXIT.

           PERFORM P700000-REPORT-UNMATCHED THRU P700000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'DUNSMTCH --> MATCH ONE D&B ROW'.
       P250000-MATCH-ONE-ROW SECTION.

           MOVE ZERO TO WS-STATUS-DATE-IND.
           EXEC SQL
               FETCH DNBCUR
                 INTO :DNB-DUNS-NUM,
                      :DNB-BUSINESS-NAME,
                      :DNB-BUSINESS-STATUS,
                      :DNB-STATUS-DATE :WS-STATUS-DATE-IND,
                      :DNB-SUCCESSOR-DUNS,
                      :DNB-SIC-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DN-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-DNB-EOF-SW
               GO TO P250000-EXIT.

           ADD 1 TO DN-ROWS-READ.

           IF WS-STATUS-DATE-IND < ZERO
               MOVE SPACES TO DNB-STATUS-DATE.

           MOVE SPACES TO DNB-MATCHED-CASE DNB-PRIOR-SIC-CODE.
           MOVE ZERO   TO DNB-MATCHED-COUNT.

           EXEC SQL
               OPEN DNBCASECUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               MOVE 'Y'  TO WS-DNB-EOF-SW
               GO TO P250000-EXIT.

           MOVE 'N' TO WS-CASE-EOF-SW.

           PERFORM P300000-ONE-MATCHED-CASE THRU P300000-EXIT
               UNTIL DNB-CASE-EOF.

           EXEC SQL
               CLOSE DNBCASECUR
           END-EXEC.

           IF DN-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-DNB-EOF-SW
               GO TO P250000-EXIT.

           MOVE DNB-DUNS-NUM TO WS-EDIT-DUNS.

      *----------------------------------------------------------------*
      *    NO CASE CARRIES THE DUNS NUMBER - NOTHING TO DO BUT SAY SO. *
      *----------------------------------------------------------------*
           IF DNB-MATCHED-COUNT = ZERO
               ADD 1 TO DN-NO-CASE-COUNT
               MOVE 'N' TO DNB-PROCESS-STATUS
               PERFORM P400000-STAMP-THE-ROW THRU P400000-EXIT
               GO TO P250000-EXIT.

           IF DNB-BUSINESS-STATUS NOT = 'O' AND 'B' AND 'M'
               MOVE 'A' TO DNB-PROCESS-STATUS
               PERFORM P400000-STAMP-THE-ROW THRU P400000-EXIT
               GO TO P250000-EXIT.

      *----------------------------------------------------------------*
      *    OUT OF BUSINESS, BANKRUPT OR MERGED - THE DESK DECIDES      *
      *    WHETHER THE CASE TERMS, MOVES TO THE SUCCESSOR OR STAYS.    *
      *----------------------------------------------------------------*
           MOVE 'R' TO DNB-PROCESS-STATUS.
           PERFORM P400000-STAMP-THE-ROW THRU P400000-EXIT.

           IF DN-RETURN-CODE NOT = '00'
               GO TO P250000-EXIT.

           ADD 1 TO DN-REVIEWS-QUEUED.

           EVALUATE DNB-BUSINESS-STATUS
               WHEN 'O'
                   MOVE 'OUT OF BUSINESS' TO WS-STATUS-TEXT
               WHEN 'B'
                   MOVE 'BANKRUPT'        TO WS-STATUS-TEXT
               WHEN 'M'
                   MOVE 'MERGED'          TO WS-STATUS-TEXT
           END-EVALUATE.

           MOVE DNB-MATCHED-COUNT  TO WS-EDIT-COUNT.
           MOVE DNB-SUCCESSOR-DUNS TO WS-EDIT-SUCCESSOR.
           MOVE SPACES TO WS-REVIEW-LINE.
           IF DNB-BUSINESS-STATUS = 'M'
               STRING 'REVIEW CASE '    DELIMITED BY SIZE
                      DNB-MATCHED-CASE  DELIMITED BY SIZE
                      ' DUNS '          DELIMITED BY SIZE
                      WS-EDIT-DUNS      DELIMITED BY SIZE
                      ' MERGED '        DELIMITED BY SIZE
                      DNB-STATUS-DATE   DELIMITED BY SIZE
                      ' INTO '          DELIMITED BY SIZE
                      WS-EDIT-SUCCESSOR DELIMITED BY SIZE
                      ' CASES '         DELIMITED BY SIZE
                      WS-EDIT-COUNT     DELIMITED BY SIZE
                   INTO WS-REVIEW-LINE
               END-STRING
           ELSE
               STRING 'REVIEW CASE '    DELIMITED BY SIZE
                      DNB-MATCHED-CASE  DELIMITED BY SIZE
                      ' DUNS '          DELIMITED BY SIZE
                      WS-EDIT-DUNS      DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-STATUS-TEXT    DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      DNB-STATUS-DATE   DELIMITED BY SIZE
                      ' CASES '         DELIMITED BY SIZE
                      WS-EDIT-COUNT     DELIMITED BY SIZE
                   INTO WS-REVIEW-LINE
               END-STRING
           END-IF.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P250000-EXIT.
           EXIT.
           TITLE 'DUNSMTCH --> ONE CASE CARRYING THE DUNS NUMBER'.
       P300000-ONE-MATCHED-CASE SECTION.

           EXEC SQL
               FETCH DNBCASECUR
                 INTO :WS-CASE-NUM,
                      :WS-CASE-SIC-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DN-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-CASE-EOF-SW
               GO TO P300000-EXIT.

           ADD 1 TO DNB-MATCHED-COUNT.

           IF DNB-MATCHED-COUNT = 1
               MOVE WS-CASE-NUM      TO DNB-MATCHED-CASE
               MOVE WS-CASE-SIC-CODE TO DNB-PRIOR-SIC-CODE.

      *    A BLANK INDUSTRY CODE ON THE FILE IS NOT A CHANGE.
           IF DNB-SIC-CODE = SPACES
               OR DNB-SIC-CODE = WS-CASE-SIC-CODE
               GO TO P300000-EXIT.

           EXEC SQL
               UPDATE CASE_MASTER
                  SET SIC_CODE = :DNB-SIC-CODE
                WHERE CASE_NUM = :WS-CASE-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               MOVE 'Y'  TO WS-CASE-EOF-SW
               GO TO P300000-EXIT.

           ADD 1 TO DN-SIC-CHANGES.

           MOVE DNB-DUNS-NUM TO WS-EDIT-DUNS.
           MOVE SPACES TO WS-REVIEW-LINE.
           STRING 'SIC CHANGE  CASE ' DELIMITED BY SIZE
                  WS-CASE-NUM         DELIMITED BY SIZE
                  ' DUNS '            DELIMITED BY SIZE
                  WS-EDIT-DUNS        DELIMITED BY SIZE
                  ' SIC '             DELIMITED BY SIZE
                  WS-CASE-SIC-CODE    DELIMITED BY SIZE
                  ' TO '              DELIMITED BY SIZE
                  DNB-SIC-CODE        DELIMITED BY SIZE
               INTO WS-REVIEW-LINE
           END-STRING.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P300000-EXIT.
           EXIT.
           TITLE 'DUNSMTCH --> STAMP ONE STAGED ROW'.
       P400000-STAMP-THE-ROW SECTION.

           EXEC SQL
               UPDATE DNB_EXTRACT
                  SET PROCESS_STATUS     = :DNB-PROCESS-STATUS,
                      MATCHED_CASE_NUM   = :DNB-MATCHED-CASE,
                      MATCHED_CASE_COUNT = :DNB-MATCHED-COUNT,
                      PRIOR_SIC_CODE     = :DNB-PRIOR-SIC-CODE,
                      PROCESS_TIMESTAMP  = CURRENT TIMESTAMP
                WHERE DUNS_NUM       = :DNB-DUNS-NUM
                  AND PROCESS_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               MOVE 'Y'  TO WS-DNB-EOF-SW.

       P400000-EXIT.
           EXIT.
           TITLE 'DUNSMTCH --> CONFIRM OR CLEAR A REVIEW ITEM'.
       P600000-WORK-A-REVIEW-ITEM SECTION.

      *    ANY TERM OR SUCCESSOR MOVE IS DONE THROUGH THE USUAL CASE
      *    SCREENS; THIS ONLY TAKES THE ITEM OFF THE QUEUE.
           EXEC SQL
               UPDATE DNB_EXTRACT
                  SET PROCESS_STATUS    = :WS-NEW-STATUS,
                      WORKED_LOGON      = :DN-OPERATOR-LOGON,
                      PROCESS_TIMESTAMP = CURRENT TIMESTAMP
                WHERE DUNS_NUM       = :DN-DUNS-NUM
                  AND PROCESS_STATUS = 'R'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE '03' TO DN-RETURN-CODE
               WHEN SQLCODE NOT = ZERO
                   MOVE '12' TO DN-RETURN-CODE
           END-EVALUATE.

       P600000-EXIT.
           EXIT.
           TITLE 'DUNSMTCH --> IN-FORCE CASES THE FILE DID NOT MATCH'.
       P700000-REPORT-UNMATCHED SECTION.

           EXEC SQL
               OPEN DNBNOCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO DN-RETURN-CODE
               GO TO P700000-EXIT.

           MOVE 'N' TO WS-NOMATCH-EOF-SW.

           PERFORM P750000-ONE-UNMATCHED-CASE THRU P750000-EXIT
               UNTIL NOMATCH-EOF.

           EXEC SQL
               CLOSE DNBNOCUR
           END-EXEC.

       P700000-EXIT.
           EXIT.
       P750000-ONE-UNMATCHED-CASE SECTION.

           EXEC SQL
               FETCH DNBNOCUR
                 INTO :WS-CASE-NUM,
                      :WS-CASE-DUNS-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE '12' TO DN-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-NOMATCH-EOF-SW
               GO TO P750000-EXIT.

           ADD 1 TO DN-CASES-UNMATCHED.

           MOVE SPACES TO WS-REVIEW-LINE.
           IF WS-CASE-DUNS-NUM = ZERO
               STRING 'NO D&B MATCH  CASE ' DELIMITED BY SIZE
                      WS-CASE-NUM           DELIMITED BY SIZE
                      ' - NO DUNS NUMBER ON THE CASE'
                                            DELIMITED BY SIZE
                   INTO WS-REVIEW-LINE
               END-STRING
           ELSE
               MOVE WS-CASE-DUNS-NUM TO WS-EDIT-DUNS
               STRING 'NO D&B MATCH  CASE ' DELIMITED BY SIZE
                      WS-CASE-NUM           DELIMITED BY SIZE
                      ' DUNS '              DELIMITED BY SIZE
                      WS-EDIT-DUNS          DELIMITED BY SIZE
                      ' NOT ON THE FILE'    DELIMITED BY SIZE
                   INTO WS-REVIEW-LINE
               END-STRING
           END-IF.
           PERFORM P900000-WRITE-REPORT-LINE THRU P900000-EXIT.

       P750000-EXIT.
           EXIT.
           TITLE 'DUNSMTCH --> WRITE ONE LINE TO DNBR'.
       P900000-WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITEQ TD QUEUE ('DNBR')
                     FROM    (WS-REVIEW-LINE)
                     LENGTH  (LENGTH OF WS-REVIEW-LINE)
                     RESP    (WS-CICS-RESP)
           END-EXEC.

       P900000-EXIT.
           EXIT.
