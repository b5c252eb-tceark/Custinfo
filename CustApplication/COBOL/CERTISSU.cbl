      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *  10/15/26   TGW   HOLD A CERTIFICATE WHILE THE ADDRESS IS       *
      *                   UNDELIVERABLE (RTNMAIL) AND COUNT IT IN       *
      *                   CE-CERTS-HELD.                                *
      *  10/15/26   TGW   PRINT THE MEMBER'S ID (MEMBER_ID_XREF,        *
      *                   ASSIGNED THROUGH MBRIDGEN WHEN MISSING) ON    *
      *                   THE CERTIFICATE.                              *
      *  10/15/26   TGW   RETURN AT ONCE WITH RC 20 WHEN RUNLOG HOLDS   *
      *                   THE RUN FOR A PREDECESSOR THAT HAS NOT        *
      *                   COMPLETED (BATCH_JOB_DEPEND).                 *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-CRT-FIRST-NAME            PIC X(15) VALUE SPACES.
       01  WS-CRT-PLAN-CODE             PIC X(2)  VALUE SPACES.
       01  WS-CRT-AGE-DAYS              PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CRT-MEMBER-ID             PIC X(11) VALUE SPACES.

       01  WS-PRINT-LINE                PIC X(90) VALUE SPACES.
       01  WS-EDIT-EMP                  PIC ZZZZ9 VALUE ZERO.
      *----------------------------------------------------------------*
      *    QUEUED CERTIFICATES WAITING TO PRINT, ORDERED BY THE        *
      *    MEMBER'S FIRST ACTIVE PLAN SO THE PRINT STOCK CHANGES       *
      *    ONCE PER PLAN.  THE MEMBER ID (MEMBER_ID_XREF) PRINTS ON    *
      *    THE CERTIFICATE - BLANK WHEN THE MEMBER HAS NONE YET.       *
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CERTPCUR CURSOR FOR
               SELECT E.CASENAME#IDNTITY,
                              WHERE C.CASENAME#CIM
                                    = E.CASENAME#IDNTITY
                                AND C.EMPLOYEE#EMP_NUM = E.EMP_NUM
                                AND C.EFF_DATE IS NOT NULL), '  '),
                      VALUE((SELECT X.MEMBER_ID
                               FROM MEMBER_ID_XREF X
                              WHERE X.CASENAME#IDNTITY =
                                        E.CASENAME#IDNTITY
                                AND X.CASE_NUM = E.UNIQUE-NUM
                                AND X.EMP_NUM  = E.EMP_NUM
                                AND X.DEP_NUM  = 0), ' ')
                 FROM EMPLOYEE E
                WHERE E.ACTIVE_IND = 'Y'
                  AND E.CERT_IND   = 'Y'
       01  RUNLOG-COMM-AREA.
           COPY RUNLOGC.

       01  RTNMAIL-COMM-AREA.
           COPY RTNMAILC.

       01  MBRIDGEN-COMM-AREA.
           COPY MBRIDGC.

           TITLE 'CERTISSU --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SPACES     TO RUNLOG-COMM-AREA.
           MOVE 'S'        TO RL-FUNCTION-CODE.
           MOVE 'CERTISSU' TO RL-PROGRAM-NAME.
           MOVE 'Y'        TO RL-HOLD-CHECK.
           EXEC CICS LINK
                     PROGRAM  ('RUNLOG')
                     COMMAREA (RUNLOG-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

      *    HELD FOR A PREDECESSOR - RUNLOG HAS LOGGED THE RUN AS HELD.
           IF RL-RETURN-CODE = '08'
               MOVE '20' TO CE-RETURN-CODE
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.

           MOVE '00' TO CE-RETURN-CODE.
           MOVE ZERO TO CE-CERTS-QUEUED CE-CERTS-PRINTED
                        CE-CERTS-AGED CE-CERTS-HELD.

           EVALUATE CE-FUNCTION-CODE
               WHEN 'Q'
                      :WS-CRT-EMP-NUM,
                      :WS-CRT-LAST-NAME,
                      :WS-CRT-FIRST-NAME,
                      :WS-CRT-PLAN-CODE,
                      :WS-CRT-MEMBER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-PRINT-EOF-SW
               GO TO P350000-EXIT.

      *    A CERTIFICATE FOR AN ADDRESS THE POST OFFICE HAS RETURNED
      *    MAIL FROM IS NOT PRINTED - CERT_SENT_DATE STAYS NULL SO IT
      *    PRINTS ON THE FIRST RUN AFTER THE ADDRESS IS CORRECTED.
           PERFORM P340000-CHECK-RETURNED-MAIL THRU P340000-EXIT.

           IF RM-UNDELIVERABLE-SW = 'Y'
               ADD 1 TO CE-CERTS-HELD
               GO TO P350000-EXIT.

           IF WS-CRT-MEMBER-ID = SPACES
               PERFORM P360000-GET-THE-MEMBER-ID THRU P360000-EXIT
               IF CE-RETURN-CODE NOT = '00'
                   MOVE 'Y' TO WS-PRINT-EOF-SW
                   GO TO P350000-EXIT
               END-IF
               MOVE MI-MEMBER-ID TO WS-CRT-MEMBER-ID
           END-IF.

           MOVE WS-CRT-EMP-NUM TO WS-EDIT-EMP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'PLAN '            DELIMITED BY SIZE
                  WS-CRT-CASE-NUM    DELIMITED BY SIZE
                  ' EMP '            DELIMITED BY SIZE
                  WS-EDIT-EMP        DELIMITED BY SIZE
                  ' MBR '            DELIMITED BY SIZE
                  WS-CRT-MEMBER-ID   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-CRT-LAST-NAME   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
           ADD 1 TO CE-CERTS-PRINTED.

       P350000-EXIT.
           EXIT.
           TITLE 'CERTISSU --> IS THE ADDRESS UNDELIVERABLE'.
       P340000-CHECK-RETURNED-MAIL SECTION.

           MOVE SPACES           TO RTNMAIL-COMM-AREA.
           MOVE 'Q'              TO RM-FUNCTION-CODE.
           MOVE WS-CRT-IDNTITY   TO RM-IDNTITY.

           EXEC CICS LINK
                     PROGRAM  ('RTNMAIL')
                     COMMAREA (RTNMAIL-COMM-AREA)
                     LENGTH   (LENGTH OF RTNMAIL-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR RM-RETURN-CODE NOT = '00'
               MOVE 'N'          TO RM-UNDELIVERABLE-SW.

       P340000-EXIT.
           EXIT.
           TITLE 'CERTISSU --> THE MEMBER ID FOR THE CERTIFICATE'.
       P360000-GET-THE-MEMBER-ID SECTION.

           MOVE 'A'                TO MI-FUNCTION-CODE.
           MOVE WS-CRT-IDNTITY     TO MI-IDNTITY.
           MOVE WS-CRT-CASE-NUM    TO MI-CASE-NUM.
           MOVE WS-CRT-EMP-NUM     TO MI-EMP-NUM.
           MOVE ZERO               TO MI-DEP-NUM.
           MOVE SPACES             TO MI-MEMBER-ID MI-OPERATOR-LOGON.

           EXEC CICS LINK
                     PROGRAM  ('MBRIDGEN')
                     COMMAREA (MBRIDGEN-COMM-AREA)
                     LENGTH   (LENGTH OF MBRIDGEN-COMM-AREA)
                     RESP     (WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               OR MI-RETURN-CODE NOT = '00'
               MOVE '12' TO CE-RETURN-CODE.

       P360000-EXIT.
           EXIT.
           TITLE 'CERTISSU --> AGING REPORT'.
       P500000-AGING-REPORT SECTION.
