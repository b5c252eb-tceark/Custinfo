      ******************************************************************
      * DCLGEN TABLE(LEGAL_HOLD)
      *        LIBRARY(IBMUSER.CICS.COPY(LEGLHOLD))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * LITIGATION AND REGULATORY-EXAM HOLDS PLACED BY LEGAL.  EACH    *
      * ROW FREEZES ONE CASE, IDENTITY OR BROKER UNDER A MATTER        *
      * NUMBER FROM START_DATE UNTIL RELEASE_DATE.  WHILE A HOLD IS    *
      * ACTIVE THE ARCHIVE, PURGE AND MERGE PROGRAMS LEAVE THE HELD    *
      * RECORDS ALONE; ONCE RELEASED THEY ARE PICKED UP AGAIN ON THE   *
      * NEXT CYCLE.  RELEASED ROWS ARE KEPT AS THE HOLD HISTORY.       *
      ******************************************************************
           EXEC SQL DECLARE LEGAL_HOLD TABLE
           ( HOLD_ID                INTEGER NOT NULL,
             MATTER_NUM             CHAR(12) NOT NULL,
             HOLD_TYPE              CHAR(1) NOT NULL,
             SCOPE_TYPE             CHAR(1) NOT NULL,
             SCOPE_KEY              CHAR(9) NOT NULL,
             START_DATE             DATE NOT NULL,
             RELEASE_DATE           DATE,
             ATTORNEY_NAME          CHAR(30) NOT NULL,
             HOLD_NOTE              CHAR(60) NOT NULL,
             ADDED_LOGON            CHAR(8) NOT NULL,
             ADDED_TIMESTAMP        TIMESTAMP NOT NULL,
             RELEASED_LOGON         CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LEGAL_HOLD                         *
      ******************************************************************
       01  LEGAL-HOLD-REC.
      *                       HOLD_ID   (LEGAL_HOLD_SEQ)
           10 LGH-HOLD-ID          PIC S9(9) USAGE COMP.
      *                       MATTER_NUM
           10 LGH-MATTER-NUM       PIC X(12).
      *                       HOLD_TYPE
      *                         L = LITIGATION   R = REGULATORY EXAM
           10 LGH-HOLD-TYPE        PIC X(1).
      *                       SCOPE_TYPE
      *                         C = CASE NUMBER  I = IDENTITY
      *                         B = BROKER ID
           10 LGH-SCOPE-TYPE       PIC X(1).
      *                       SCOPE_KEY
           10 LGH-SCOPE-KEY        PIC X(9).
      *                       START_DATE
           10 LGH-START-DATE       PIC X(10).
      *                       RELEASE_DATE   (NULL WHILE ACTIVE)
           10 LGH-RELEASE-DATE     PIC X(10).
      *                       ATTORNEY_NAME  (REQUESTING ATTORNEY)
           10 LGH-ATTORNEY-NAME    PIC X(30).
      *                       HOLD_NOTE
           10 LGH-HOLD-NOTE        PIC X(60).
      *                       ADDED_LOGON
           10 LGH-ADDED-LOGON      PIC X(8).
      *                       ADDED_TIMESTAMP
           10 LGH-ADDED-TS         PIC X(26).
      *                       RELEASED_LOGON
           10 LGH-RELEASED-LOGON   PIC X(8).
