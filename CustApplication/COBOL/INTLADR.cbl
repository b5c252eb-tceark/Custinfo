       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INTLADR.
       DATE-COMPILED.
      *------------------------PROGRAM PURPOSE-------------------------*
      *  PROGRAM TITLE: INTLADR                                        *
      *  PROGRAM TEXT:  INTERNATIONAL ADDRESS EDIT AND MAIL ROUTING.    *
      *                 A FOREIGN ADDRESS IS KEYED WITH ZIP '00100'     *
      *                 AND A COUNTRY CODE (AGNTNAME ALSO CARRIES       *
      *                 FOREIGN_FLG) AND CANNOT BE STANDARDIZED BY      *
      *                 FINALIST/CASS.  'E' EDITS IT INSTEAD AGAINST    *
      *                 THE COUNTRY'S POSTAL CODE PATTERNS (PROGRAM_    *
      *                 RULES INTLADR POSTAL-PATTERN, ONE ROW PER       *
      *                 ACCEPTED PATTERN - A = LETTER, 9 = DIGIT, ANY   *
      *                 OTHER CHARACTER MUST MATCH) AND THE ADDRESS     *
      *                 LINES THE COUNTRY REQUIRES (REQUIRED-LINES -    *
      *                 A = ADDRESS, C = CITY, S = PROVINCE, P =        *
      *                 POSTAL CODE; ADDRESS AND CITY IF NO ROW).  'M'  *
      *                 TELLS BILL PRINT, CORRGEN AND HCARD WHETHER AN  *
      *                 IDENTITY MAILS INTERNATIONALLY AND RETURNS THE  *
      *                 COUNTRY LINE (COUNTRY-NAME) AND POSTAGE CLASS   *
      *                 (POSTAGE-CLASS, FCMI IF NO ROW) FOR THE         *
      *                 SEPARATE INTERNATIONAL MAIL STREAM.             *
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                            *
      *  DATE       BY    DESCRIPTION                                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-370.
       OBJECT-COMPUTER.        IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CICS-RESP                PIC S9(8)          COMP.

       01  WS-PATTERN-EOF-SW            PIC X     VALUE 'N'.
           88  PATTERN-EOF              VALUE 'Y'.
       01  WS-PATTERN-FOUND-SW          PIC X     VALUE 'N'.
           88  PATTERN-FOUND            VALUE 'Y'.
       01  WS-POSTAL-OK-SW              PIC X     VALUE 'N'.
           88  POSTAL-OK                VALUE 'Y'.
       01  WS-RULE-FOUND-SW             PIC X     VALUE 'N'.
           88  RULE-FOUND               VALUE 'Y'.
       01  WS-RULE-NAME                 PIC X(15) VALUE SPACES.
       01  WS-RULE-ENTITY               PIC X(10) VALUE SPACES.
       01  WS-PATTERN                   PIC X(15) VALUE SPACES.
       01  WS-REQUIRED-LINES            PIC X(15) VALUE SPACES.
       01  WS-PAT-SUB                   PIC S9(4) COMP    VALUE ZERO.
       01  WS-REQ-SUB                   PIC S9(4) COMP    VALUE ZERO.
       01  WS-PAT-CHAR                  PIC X(1)  VALUE SPACE.
       01  WS-POST-CHAR                 PIC X(1)  VALUE SPACE.
       01  WS-ZIP                       PIC X(5)  VALUE SPACES.
       01  WS-FOREIGN-FLG               PIC X(1)  VALUE SPACE.
       01  WS-COUNTRY                   PIC X(30) VALUE SPACES.

           COPY PROGRULE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE PATTCUR CURSOR FOR
               SELECT RULE_VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'INTLADR'
                  AND RULE        = 'POSTAL-PATTERN'
                  AND RULE_ENTITY = :WS-RULE-ENTITY
                  AND CURRENT_IND = 'Y'
                ORDER BY SEQ_NUM
           END-EXEC.

           TITLE 'INTLADR --> LINKAGE SECTION'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY INTLADRC.
           TITLE 'INTLADR --> MAINLINE LOGIC'.
       PROCEDURE DIVISION.
       P000000-MAINLINE SECTION.

           MOVE '00'   TO IA-RETURN-CODE.

           EVALUATE IA-FUNCTION-CODE
               WHEN 'E'
                   PERFORM P200000-EDIT-FOREIGN-ADDRESS
                      THRU P200000-EXIT
               WHEN 'M'
                   PERFORM P500000-MAIL-ROUTING THRU P500000-EXIT
               WHEN OTHER
                   MOVE '01' TO IA-RETURN-CODE
           END-EVALUATE.

           GO TO P000000-RETURN.
      *
      ***** RETURN
      *
       P000000-RETURN.

           EXEC CICS
               RETURN
           END-EXEC.

       P000000-EXIT.
           EXIT.
           TITLE 'INTLADR --> COUNTRY-AWARE ADDRESS EDIT'.
       P200000-EDIT-FOREIGN-ADDRESS SECTION.

           MOVE SPACE TO IA-ERROR-FIELD.

           IF IA-COUNTRY-CODE = SPACES OR LOW-VALUES OR 'US'
               MOVE 'K'  TO IA-ERROR-FIELD
               MOVE '04' TO IA-RETURN-CODE
               GO TO P200000-EXIT.

           MOVE IA-COUNTRY-CODE TO WS-RULE-ENTITY.

           PERFORM P220000-CHECK-REQUIRED-LINES THRU P220000-EXIT.

           IF IA-RETURN-CODE NOT = '00'
               GO TO P200000-EXIT.

           IF IA-POSTAL-CODE NOT = SPACES
               PERFORM P250000-CHECK-POSTAL-PATTERN THRU P250000-EXIT.

       P200000-EXIT.
           EXIT.
           TITLE 'INTLADR --> LINES THE COUNTRY REQUIRES'.
       P220000-CHECK-REQUIRED-LINES SECTION.

           MOVE 'REQUIRED-LINES' TO WS-RULE-NAME.
           PERFORM P600000-GET-RULE THRU P600000-EXIT.

           IF IA-RETURN-CODE NOT = '00'
               GO TO P220000-EXIT.

           IF RULE-FOUND
               MOVE PR-RULE-VALUE TO WS-REQUIRED-LINES
           ELSE
               MOVE 'AC'          TO WS-REQUIRED-LINES.

           PERFORM P230000-CHECK-ONE-LINE THRU P230000-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
                 UNTIL WS-REQ-SUB > 15
                    OR IA-RETURN-CODE NOT = '00'.

       P220000-EXIT.
           EXIT.
           TITLE 'INTLADR --> ONE REQUIRED LINE'.
       P230000-CHECK-ONE-LINE SECTION.

           EVALUATE WS-REQUIRED-LINES (WS-REQ-SUB:1)
               WHEN 'A'
                   IF IA-ADDRESS1 = SPACES OR LOW-VALUES
                       MOVE 'A' TO IA-ERROR-FIELD
                   END-IF
               WHEN 'C'
                   IF IA-CITY = SPACES OR LOW-VALUES
                       MOVE 'C' TO IA-ERROR-FIELD
                   END-IF
               WHEN 'S'
                   IF IA-STATE = SPACES OR LOW-VALUES OR 'XX'
                       MOVE 'S' TO IA-ERROR-FIELD
                   END-IF
               WHEN 'P'
                   IF IA-POSTAL-CODE = SPACES OR LOW-VALUES
                       MOVE 'P' TO IA-ERROR-FIELD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF IA-ERROR-FIELD NOT = SPACE
               MOVE '06' TO IA-RETURN-CODE.

       P230000-EXIT.
           EXIT.
           TITLE 'INTLADR --> POSTAL CODE AGAINST THE PATTERNS'.
       P250000-CHECK-POSTAL-PATTERN SECTION.

      *    A COUNTRY WITH NO PATTERN ROWS HAS NO POSTAL FORMAT TO
      *    ENFORCE; ANY ONE MATCHING PATTERN ACCEPTS THE CODE.
           MOVE 'N' TO WS-PATTERN-EOF-SW
                       WS-PATTERN-FOUND-SW
                       WS-POSTAL-OK-SW.

           EXEC SQL
               OPEN PATTCUR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO IA-RETURN-CODE
               GO TO P250000-EXIT.

           PERFORM P260000-FETCH-A-PATTERN THRU P260000-EXIT
               UNTIL PATTERN-EOF OR POSTAL-OK.

           EXEC SQL
               CLOSE PATTCUR
           END-EXEC.

           IF IA-RETURN-CODE = '00'
               AND PATTERN-FOUND
               AND NOT POSTAL-OK
               MOVE 'P'  TO IA-ERROR-FIELD
               MOVE '05' TO IA-RETURN-CODE.

       P250000-EXIT.
           EXIT.
           TITLE 'INTLADR --> NEXT POSTAL PATTERN'.
       P260000-FETCH-A-PATTERN SECTION.

           EXEC SQL
               FETCH PATTCUR
                INTO :WS-PATTERN
           END-EXEC.

           IF SQLCODE = +100
               MOVE 'Y' TO WS-PATTERN-EOF-SW
               GO TO P260000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO IA-RETURN-CODE
               MOVE 'Y'  TO WS-PATTERN-EOF-SW
               GO TO P260000-EXIT.

           MOVE 'Y' TO WS-PATTERN-FOUND-SW
                       WS-POSTAL-OK-SW.

           PERFORM P270000-MATCH-ONE-CHARACTER THRU P270000-EXIT
               VARYING WS-PAT-SUB FROM 1 BY 1
                 UNTIL WS-PAT-SUB > 9
                    OR NOT POSTAL-OK.

       P260000-EXIT.
           EXIT.
           TITLE 'INTLADR --> ONE POSITION OF THE POSTAL CODE'.
       P270000-MATCH-ONE-CHARACTER SECTION.

           MOVE WS-PATTERN (WS-PAT-SUB:1)     TO WS-PAT-CHAR.
           MOVE IA-POSTAL-CODE (WS-PAT-SUB:1) TO WS-POST-CHAR.

           EVALUATE WS-PAT-CHAR
               WHEN 'A'
                   IF WS-POST-CHAR = SPACE
                       OR WS-POST-CHAR IS NOT ALPHABETIC-UPPER
                       MOVE 'N' TO WS-POSTAL-OK-SW
                   END-IF
               WHEN '9'
                   IF WS-POST-CHAR IS NOT NUMERIC
                       MOVE 'N' TO WS-POSTAL-OK-SW
                   END-IF
               WHEN OTHER
                   IF WS-POST-CHAR NOT = WS-PAT-CHAR
                       MOVE 'N' TO WS-POSTAL-OK-SW
                   END-IF
           END-EVALUATE.

       P270000-EXIT.
           EXIT.
           TITLE 'INTLADR --> INTERNATIONAL MAIL ROUTING'.
       P500000-MAIL-ROUTING SECTION.

           MOVE 'N'    TO IA-FOREIGN-IND.
           MOVE SPACES TO IA-COUNTRY-CODE
                          IA-COUNTRY-LINE
                          IA-POSTAGE-CLASS
                          IA-ROUTING-LINE.

      *    AGENTS AND BROKERS FIRST - AGNTNAME CARRIES FOREIGN_FLG AND
      *    THE COUNTRY NAME BUT NO COUNTRY CODE.
           EXEC SQL
               SELECT ZIP,
                      VALUE(FOREIGN_FLG, 'N'),
                      VALUE(COUNTRY, ' ')
                 INTO :WS-ZIP,
                      :WS-FOREIGN-FLG,
                      :WS-COUNTRY
                 FROM AGNTNAME
                WHERE IDNTITY = :IA-IDNTITY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   IF WS-FOREIGN-FLG = 'Y' OR WS-ZIP = '00100'
                       MOVE 'Y' TO IA-FOREIGN-IND
                   END-IF
               WHEN +100
                   PERFORM P510000-CASE-ADDRESS THRU P510000-EXIT
               WHEN OTHER
                   MOVE '12' TO IA-RETURN-CODE
           END-EVALUATE.

           IF IA-RETURN-CODE NOT = '00' OR IA-FOREIGN-IND NOT = 'Y'
               GO TO P500000-EXIT.

           PERFORM P520000-COUNTRY-AND-CLASS THRU P520000-EXIT.

           STRING 'INTL MAIL  CLASS '  DELIMITED BY SIZE
                  IA-POSTAGE-CLASS     DELIMITED BY SIZE
                  '  COUNTRY '         DELIMITED BY SIZE
                  IA-COUNTRY-LINE      DELIMITED BY SIZE
                  '  ID '              DELIMITED BY SIZE
                  IA-IDNTITY           DELIMITED BY SIZE
             INTO IA-ROUTING-LINE.

       P500000-EXIT.
           EXIT.
           TITLE 'INTLADR --> CASE ADDRESS ROUTING'.
       P510000-CASE-ADDRESS SECTION.

           EXEC SQL
               SELECT ZIP,
                      VALUE(COUNTRY_CODE, ' ')
                 INTO :WS-ZIP,
                      :IA-COUNTRY-CODE
                 FROM CASENAME
                WHERE IDNTITY = :IA-IDNTITY
           END-EXEC.

           IF SQLCODE = +100
               MOVE '02' TO IA-RETURN-CODE
               GO TO P510000-EXIT.

           IF SQLCODE NOT = ZERO
               MOVE '12' TO IA-RETURN-CODE
               GO TO P510000-EXIT.

           IF WS-ZIP = '00100'
               OR (IA-COUNTRY-CODE NOT = SPACES AND NOT = 'US')
               MOVE 'Y' TO IA-FOREIGN-IND.

       P510000-EXIT.
           EXIT.
           TITLE 'INTLADR --> COUNTRY LINE AND POSTAGE CLASS'.
       P520000-COUNTRY-AND-CLASS SECTION.

           MOVE IA-COUNTRY-CODE TO WS-RULE-ENTITY.

           IF IA-COUNTRY-CODE NOT = SPACES
               MOVE 'COUNTRY-NAME' TO WS-RULE-NAME
               PERFORM P600000-GET-RULE THRU P600000-EXIT
               IF RULE-FOUND
                   MOVE PR-RULE-VALUE TO IA-COUNTRY-LINE
               END-IF
           END-IF.

           IF IA-COUNTRY-LINE = SPACES
               IF WS-COUNTRY NOT = SPACES
                   MOVE WS-COUNTRY      TO IA-COUNTRY-LINE
               ELSE
                   MOVE IA-COUNTRY-CODE TO IA-COUNTRY-LINE.

           MOVE 'FCMI' TO IA-POSTAGE-CLASS.

           IF IA-COUNTRY-CODE NOT = SPACES
               MOVE 'POSTAGE-CLASS' TO WS-RULE-NAME
               PERFORM P600000-GET-RULE THRU P600000-EXIT
               IF RULE-FOUND
                   MOVE PR-RULE-VALUE (1:4) TO IA-POSTAGE-CLASS
               END-IF
           END-IF.

      *    A LOOKUP FAILURE ONLY COSTS THE DEFAULT LINE AND CLASS -
      *    THE PIECE STILL GOES TO THE INTERNATIONAL STREAM.
           MOVE '00' TO IA-RETURN-CODE.

       P520000-EXIT.
           EXIT.
           TITLE 'INTLADR --> ONE PROGRAM_RULES VALUE'.
       P600000-GET-RULE SECTION.

           MOVE 'N'    TO WS-RULE-FOUND-SW.
           MOVE SPACES TO PR-RULE-VALUE.

           EXEC SQL
               SELECT RULE_VALUE
                 INTO :PR-RULE-VALUE
                 FROM PROGRAM_RULES
                WHERE PROGRAM_ID  = 'INTLADR'
                  AND RULE        = :WS-RULE-NAME
                  AND RULE_ENTITY = :WS-RULE-ENTITY
                  AND CURRENT_IND = 'Y'
                FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'Y'  TO WS-RULE-FOUND-SW
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   MOVE '12' TO IA-RETURN-CODE
           END-EVALUATE.

       P600000-EXIT.
           EXIT.
