      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   LOG EACH BALANCE RETURNED TO THE PORTAL       *
      *                   THROUGH SENSLOG.                              *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-SECURITY-AREA.
           COPY SECCOMMC.

       01  SENSLOG-COMM-AREA.
           COPY SENSLOGC.

           COPY CASEMAST.
           COPY CASECOBQ.
           COPY EBILLPRF.

           PERFORM P300000-STATUS-MEANING THRU P300000-EXIT.
           PERFORM P400000-DELIVERY-PREFERENCE THRU P400000-EXIT.
           PERFORM P500000-LOG-THE-INQUIRY THRU P500000-EXIT.

           GO TO P000000-RETURN.
      *

       P400000-EXIT.
           EXIT.
           TITLE 'PORTINQ --> LOG THE BALANCE SHOWN'.
       P500000-LOG-THE-INQUIRY SECTION.
      *----------------------------------------------------------------*
      *    THE BALANCE GOES BACK TO THE PORTAL, SO THE LOOK IS LOGGED  *
      *    THROUGH SENSLOG UNDER THE PORTAL'S SIGNED-ON USERID.  A     *
      *    FAILED LOG WRITE NEVER HOLDS UP THE INQUIRY.                *
      *----------------------------------------------------------------*

           MOVE SPACES          TO SL-SENS-COMM-AREA.
           MOVE 'L'             TO SL-FUNCTION-CODE.
           MOVE 'PORTINQ '      TO SL-PROGRAM-ID.
           MOVE PI-CASE-IDNTITY TO SL-RECORD-KEY.
           MOVE PI-CASE-NUM     TO SL-CASE-NUM.
           MOVE 'NNNY'          TO SL-FIELDS-SHOWN.

           EXEC CICS LINK
                     PROGRAM  ('SENSLOG')
                     COMMAREA (SENSLOG-COMM-AREA)
                     LENGTH   (LENGTH OF SENSLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

       P500000-EXIT.
           EXIT.
