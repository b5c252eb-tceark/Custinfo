       01  WS-CASE-HELD-SW              PIC X     VALUE 'N'.
           88  CASE-ON-HOLD             VALUE 'Y'.
       01  WS-HOLD-NOTICE-LINE          PIC X(60) VALUE SPACES.
       01  WS-PRIOR-BUS-DATE            PIC X(10) VALUE SPACES.
       01  BUSDATE-COMM-AREA.
           COPY BUSDATEC.
                                                                        00003330
       01  BILLING-REQUEST-RECORDX.                                     00003340
R00946     COPY BILLREQ.                                                00003350
               MOVE 'DB002' TO BRR-ERROR-CODE
               GO TO 0020-RETURN.

           PERFORM 0577-GET-PRIOR-BUS-DAY THRU 0577-EXIT.

           EXEC SQL OPEN LIST-CUR END-EXEC.                             00006440
           IF SQLCODE = 0                                               00006450
               NEXT SENTENCE                                            00006460
               GO TO 0020-RETURN.                                       00006590
                                                                        00006600
       0575-EXIT.                                                       00006610
           EXIT.

      *---------------------------------------------------------------*
      *    0577-GET-PRIOR-BUS-DAY ASKS BUSDATE FOR THE LAST DAY THE    *
      *    OFFICE WAS OPEN BEFORE TODAY.  A CASE CHANGED AFTER THAT    *
      *    DAY - TODAY, OR OVER A WEEKEND OR HOLIDAY SINCE - HAS NOT   *
      *    HAD A BUSINESS DAY TO SETTLE, AND 0585 HOLDS IT.  IF THE    *
      *    CALENDAR CANNOT BE READ THE DATE IS LEFT BLANK AND 0585     *
      *    FALLS BACK TO HOLDING ONLY WHAT CHANGED TODAY.              *
      *---------------------------------------------------------------*
       0577-GET-PRIOR-BUS-DAY.

           MOVE SPACES TO WS-PRIOR-BUS-DATE.
           MOVE SPACES TO BUSDATE-COMM-AREA.
           MOVE 'P'    TO BD-FUNCTION-CODE.
           MOVE 'O'    TO BD-CALENDAR.
           MOVE ZERO   TO BD-DAY-COUNT BD-LOAD-YEAR BD-ROWS-LOADED
                          BD-LIST-COUNT.

           EXEC CICS LINK
                     PROGRAM  ('BUSDATE')
                     COMMAREA (BUSDATE-COMM-AREA)
                     LENGTH   (LENGTH OF BUSDATE-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               AND BD-RETURN-CODE = '00'
               MOVE BD-DATE-OUT TO WS-PRIOR-BUS-DATE
           END-IF.

       0577-EXIT.
           EXIT.                                                        00006620
                                                                        00006630
       0580-EXPLODE-LIST.                                               00006640
      *    A LOCK ON A CASE BETWEEN SCREENS, SO THERE IS NO "NA330/    *
      *    NA340 IS CURRENTLY EDITING THIS CASE" FLAG TO TEST HERE.    *
      *    WHAT CAN BE TESTED IS WHETHER CASE_MASTER.CHANGE_DATE FALLS *
      *    AFTER THE PRIOR BUSINESS DAY (0577) - I.E. SOMEONE, ONLINE  *
      *    OR OTHERWISE, HAS TOUCHED THIS ROW TODAY OR OVER THE CLOSED *
      *    DAYS SINCE THE OFFICE WAS LAST OPEN.                        *
      *    WHEN THAT'S TRUE THIS CASE IS HELD OUT OF THIS EXPLOSION    *
      *    RUN INSTEAD OF RISKING A BILL REQUEST BUILT AGAINST A ROW   *
      *    THAT MAY STILL BE MID-EDIT - A NOTICE GOES TO THE BHLD TDQ  *

           MOVE WS-CASE-CHANGE-DATE (1:10) TO WS-CASE-CHANGE-DATE-10.

           IF WS-PRIOR-BUS-DATE NOT = SPACES
               IF WS-CASE-CHANGE-DATE-10 > WS-PRIOR-BUS-DATE
                   MOVE 'Y' TO WS-CASE-HELD-SW
                   PERFORM 0586-WRITE-HOLD-NOTICE THRU 0586-EXIT
               END-IF
               GO TO 0585-EXIT
           END-IF.

           EXEC SQL
               SELECT DAYS(:WS-TODAY-DATE)
                      - DAYS(:WS-CASE-CHANGE-DATE-10)

           MOVE SPACES TO WS-HOLD-NOTICE-LINE.
           STRING WS-HOLD-CASE DELIMITED BY SIZE
                  ' HELD - CHANGED SINCE LAST BUS DAY, NOT EXPLODED'
                                    DELIMITED BY SIZE
               INTO WS-HOLD-NOTICE-LINE
           END-STRING.
