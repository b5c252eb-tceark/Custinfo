             LAST_BILL_DATE         DATE,
             TERM_DATE              DATE,
             CHANGE_LOGON           CHAR(8) NOT NULL,
             CHANGE_TIMESTAMP       TIMESTAMP NOT NULL,
             DEP_NUM                DECIMAL(3, 0) NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CONTINUATION                       *
      *                       QUALIFY_EVENT_CODE
      *                         T = TERMINATION   H = REDUCED HOURS
      *                         D = DEATH         V = DIVORCE
      *                         A = DEPENDENT AGED OUT (DEP_NUM)
           10 CNT-EVENT-CODE       PIC X(1).
      *                       QUALIFY_EVENT_DATE
           10 CNT-EVENT-DATE       PIC X(10).
           10 CNT-CHANGE-LOGON     PIC X(8).
      *                       CHANGE_TIMESTAMP
           10 CNT-CHANGE-TS        PIC X(26).
      *                       DEP_NUM
      *                         ZERO = THE EMPLOYEE'S OWN CONTINUATION,
      *                         ELSE THE DEPENDENT WHO LOST COVERAGE
           10 CNT-DEP-NUM          PIC S9(3)V USAGE COMP-3.
