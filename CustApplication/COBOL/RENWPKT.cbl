      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   PRINT THE EXPERIENCE-RATED RATE CHANGE FROM   *
      *                   RNWRATE'S RENEWAL_RATING WORKSHEET - FINAL    *
      *                   ONCE ACCEPTED OR ADJUSTED, ELSE FLAGGED AS    *
      *                   AWAITING UNDERWRITING.                        *
      *  10/15/26   TGW   ISSUE THE RENEWAL-YEAR SBC FOR EVERY PLAN ON  *
      *                   THE CASE THROUGH SBCGEN WITH EACH PACKET.     *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-CENSUS-COUNT              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-OPEN-DIARY-COUNT          PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-LOSS-RATIO                PIC S9(3)V9 COMP-3 VALUE ZERO.
       01  WS-EDIT-PCT                  PIC ZZ9.99- VALUE ZERO.

       01  WS-PACKET-LINE               PIC X(100) VALUE SPACES.
       01  WS-EDIT-PREM                 PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01  DIARY-COMM-AREA.
           COPY DIARYMNC.

       01  SBC-COMM-AREA.
           COPY SBCGENC.

           COPY CASEMAST.
           COPY EMPLOYEE.
           COPY DIARY.
           COPY RNWWKSHT.

           EXEC SQL
               INCLUDE SQLCA
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'RENWPKT ' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO RW-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO RW-RETURN-CODE.
           MOVE ZERO TO RW-CASES-SCANNED RW-PACKETS-WRITTEN
                        RW-DIARIES-OPENED.

           PERFORM P300000-WRITE-THE-EXHIBIT THRU P300000-EXIT.
           PERFORM P400000-OPEN-RENEWAL-DIARY THRU P400000-EXIT.
           PERFORM P450000-ISSUE-RENEWAL-SBCS THRU P450000-EXIT.

       P200000-EXIT.
           EXIT.
           END-STRING.
           PERFORM P800000-WRITE-PACKET-LINE THRU P800000-EXIT.

      *----------------------------------------------------------------*
      *    THE EXPERIENCE-RATED CHANGE FROM THE RENEWAL WORKSHEET -    *
      *    THE FINAL FIGURE ONCE UNDERWRITING HAS ACCEPTED OR          *
      *    ADJUSTED IT, OTHERWISE THE PROPOSAL MARKED AS PENDING.      *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT RATING_STATUS,
                      PROPOSED_PCT,
                      FINAL_PCT
                 INTO :RRW-RATING-STATUS,
                      :RRW-PROPOSED-PCT,
                      :RRW-FINAL-PCT
                 FROM RENEWAL_RATING
                WHERE CASE_NUM     = :WS-CASE-NUM
                  AND RENEWAL_DATE = DATE(:WS-ANNIV-DATE)
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-PACKET-LINE
               IF RRW-RATING-STATUS = 'P'
                   MOVE RRW-PROPOSED-PCT TO WS-EDIT-PCT
                   STRING '  EXPERIENCE RATED CHANGE '
                                          DELIMITED BY SIZE
                          WS-EDIT-PCT     DELIMITED BY SIZE
                          ' PCT - AWAITING UNDERWRITING'
                                          DELIMITED BY SIZE
                       INTO WS-PACKET-LINE
                   END-STRING
               ELSE
                   MOVE RRW-FINAL-PCT TO WS-EDIT-PCT
                   STRING '  EXPERIENCE RATED CHANGE '
                                          DELIMITED BY SIZE
                          WS-EDIT-PCT     DELIMITED BY SIZE
                          ' PCT - FINAL'  DELIMITED BY SIZE
                       INTO WS-PACKET-LINE
                   END-STRING
               END-IF
               PERFORM P800000-WRITE-PACKET-LINE THRU P800000-EXIT
           END-IF.

           ADD 1 TO RW-PACKETS-WRITTEN.

       P300000-EXIT.
           ADD 1 TO RW-DIARIES-OPENED.

       P400000-EXIT.
           EXIT.
           TITLE 'RENWPKT --> ISSUE THE RENEWAL-YEAR SBCS'.
       P450000-ISSUE-RENEWAL-SBCS SECTION.

      *----------------------------------------------------------------*
      *    ONE SBC PER ACTIVE PLAN FOR THE PLAN YEAR STARTING AT THE   *
      *    ANNIVERSARY.  A CASE SBCGEN CANNOT ISSUE FOR STILL GETS     *
      *    ITS PACKET - THE RENEWAL DESK WORKS THE SBC BY HAND.        *
      *----------------------------------------------------------------*
           MOVE SPACES          TO SBC-COMM-AREA.
           MOVE 'G'             TO SB-FUNCTION-CODE.
           MOVE WS-CASE-NUM     TO SB-CASE-NUM.
           MOVE WS-CASE-IDNTITY TO SB-CASE-IDNTITY.
           MOVE ZERO            TO SB-VERSION-NUM.
           MOVE 'R'             TO SB-ISSUE-REASON.
           MOVE WS-ANNIV-DATE   TO SB-PERIOD-START.
           MOVE 'RENWPKT '      TO SB-OPERATOR-LOGON.
           MOVE 'RENWPKT'       TO SB-SOURCE-PROGRAM.

           EXEC CICS LINK
                     PROGRAM  ('SBCGEN')
                     COMMAREA (SBC-COMM-AREA)
                     LENGTH   (LENGTH OF SBC-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND SB-RETURN-CODE = '00'
               ADD SB-SBCS-ISSUED TO RW-SBCS-ISSUED.

       P450000-EXIT.
           EXIT.
           TITLE 'RENWPKT --> WRITE ONE LINE TO THE RNWP TDQ'.
       P800000-WRITE-PACKET-LINE SECTION.
