      * VALUES AND WHAT EACH ONE MAPS TO - OWNING CARRIER, PRODUCT,    *
      * AND RATE TABLE.  PREVIOUSLY DBA-MAINTAINED ONLY; PLANMAIN NOW  *
      * MAINTAINS IT ONLINE THE SAME WAY EDITMAIN MAINTAINS EDITCODE.  *
      * PART_D_CREDITABLE IS THE ACTUARY'S YEARLY FINDING ON THE       *
      * PLAN'S DRUG BENEFIT AGAINST MEDICARE PART D - 'C' CREDITABLE,  *
      * 'N' NOT CREDITABLE, SPACE FOR A PLAN WITH NO DRUG BENEFIT.     *
      * ANNLNOTE CHOOSES THE FALL PART D NOTICE FROM IT.               *
      ******************************************************************
           EXEC SQL DECLARE PLANCODE TABLE
           ( PLAN_CODE                      CHAR(2) NOT NULL,
             CARRIER_CODE                   CHAR(2) NOT NULL,
             PRODUCT_CODE                   CHAR(2) NOT NULL,
             RATE_TABLE                     CHAR(4) NOT NULL,
             PLAN_DESC                      CHAR(30) NOT NULL,
             PART_D_CREDITABLE              CHAR(1) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PLANCODE                           *
           10 PRODUCT-CODE         PIC X(2).
           10 RATE-TABLE           PIC X(4).
           10 PLAN-DESC            PIC X(30).
           10 PART-D-CREDITABLE    PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
