           COPY ADDCOMA.
                                                                        00006070
       01  LINK-COMMAREA-LENGTH PIC S9(4) COMP VALUE +666.

TKOVCR 01  WS-TKOVCRED-COMMAREA.
TKOVCR     COPY TKOVCRDC.
                                                                        00006070
      *    COPY AGNTNCW3.                                               00006080
           COPY AGNTNV05.                                               00006090
                 PERFORM  0410-DB2-ERROR THRU 0410-EXIT
              ELSE
                 DISPLAY 'RECORD ADDED SUCCESSFULLY:' COM-IDNTITY
TKOVCR           IF COM-ENTITY-TYPE = 'CA'
TKOVCR              PERFORM 0140-SEED-TAKEOVER-CREDITS
TKOVCR           END-IF
              END-IF
           END-IF.
                                                                        00022920
TKOVCR 0140-SEED-TAKEOVER-CREDITS.
TKOVCR*    A TAKEOVER CASE GETS ITS MEMBERS' PRIOR-CARRIER CREDIT
TKOVCR*    ROWS SEEDED.  ROWS ALREADY SEEDED ARE LEFT AS KEYED, AND
TKOVCR*    A CASE WITH NO TAKEOVER LINE IS SIMPLY SKIPPED.
TKOVCR     MOVE SPACES           TO WS-TKOVCRED-COMMAREA.
TKOVCR     MOVE 'S'              TO TK-FUNCTION-CODE.
TKOVCR     MOVE COM-IDNTITY      TO TK-CASE-IDNTITY.
TKOVCR     MOVE ZERO             TO TK-EMP-NUM TK-WAIT-SERVED
TKOVCR                              TK-PREEX-MONTHS TK-DEDUCT-MET
TKOVCR                              TK-OOP-MET.
TKOVCR     MOVE WS-DEMO-LOGONID  TO TK-OPERATOR-LOGON.
TKOVCR     EXEC CICS LINK PROGRAM  ('TKOVCRED')
TKOVCR                    COMMAREA (WS-TKOVCRED-COMMAREA)
TKOVCR                    LENGTH   (LENGTH OF WS-TKOVCRED-COMMAREA)
TKOVCR                    RESP     (WS-CICS-RESP)
TKOVCR                    END-EXEC.

       0180-SEND-NA330M2-FIRST-TIME.                                    00023040
                                                                        00023050
           MOVE 'NA'    TO MAP-SYSTEM-CDO.                              00023240
