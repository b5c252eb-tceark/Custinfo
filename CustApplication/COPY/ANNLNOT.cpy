      ******************************************************************
      * DCLGEN TABLE(ANNUAL_NOTICE)
      *        LIBRARY(IBMUSER.CICS.COPY(ANNLNOT))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * ONE ROW PER ANNUAL REGULATORY NOTICE MAILED TO A MEMBER BY     *
      * THE ANNLNOTE FALL RUN - THE PRIVACY NOTICE TO EVERY COVERED    *
      * MEMBER AND THE CREDITABLE OR NON-CREDITABLE PART D NOTICE TO   *
      * EACH MEDICARE-ELIGIBLE MEMBER WITH A DRUG BENEFIT.  THE ROW    *
      * IS WRITTEN ONLY ONCE CORRGEN HAS PRODUCED THE LETTER, SO IT    *
      * IS THE PROOF OF MAILING THE ANNLNOTE 'R' REPORT CHECKS         *
      * AGAINST THE OCTOBER 15 DEADLINE.                               *
      ******************************************************************
           EXEC SQL DECLARE ANNUAL_NOTICE TABLE
           ( NOTICE_YEAR            CHAR(4) NOT NULL,
             NOTICE_TYPE            CHAR(1) NOT NULL,
             CASE_NUM               CHAR(6) NOT NULL,
             CASENAME#IDNTITY       CHAR(8) NOT NULL,
             EMP_NUM                DECIMAL(5, 0) NOT NULL,
             TEMPLATE_ID            CHAR(8) NOT NULL,
             PLAN_CODE              CHAR(2) NOT NULL,
             MAILED_DATE            DATE NOT NULL,
             MAILED_TIMESTAMP       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ANNUAL_NOTICE                      *
      ******************************************************************
       01  ANNUAL-NOTICE-REC.
      *                       NOTICE_YEAR
           10 ANN-NOTICE-YEAR      PIC X(4).
      *                       NOTICE_TYPE
      *                         P = PRIVACY NOTICE
      *                         C = PART D CREDITABLE COVERAGE
      *                         N = PART D NON-CREDITABLE COVERAGE
           10 ANN-NOTICE-TYPE      PIC X(1).
      *                       CASE_NUM
           10 ANN-CASE-NUM         PIC X(6).
      *                       CASENAME#IDNTITY
           10 ANN-CASE-IDNTITY     PIC X(8).
      *                       EMP_NUM
           10 ANN-EMP-NUM          PIC S9(5)V USAGE COMP-3.
      *                       TEMPLATE_ID
           10 ANN-TEMPLATE-ID      PIC X(8).
      *                       PLAN_CODE   (THE PLAN THE PART D STATUS
      *                                    CAME FROM, SPACES ON 'P')
           10 ANN-PLAN-CODE        PIC X(2).
      *                       MAILED_DATE
           10 ANN-MAILED-DATE      PIC X(10).
      *                       MAILED_TIMESTAMP
           10 ANN-MAILED-TS        PIC X(26).
