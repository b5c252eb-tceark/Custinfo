      *  CHECK DISBURSEMENT ENGINE COMMUNICATION AREA
      *  PROGRAM:         CHKDISB
      *  COPYBOOK NAME:   CHKDISBC
      *  CHKDISB IS THE ONE DISBURSEMENT RUN FOR ALL FOUR PAYABLE
      *  SOURCES - APPROVED REFUND_REQUEST ROWS, CASH_SUSPENSE ITEMS
      *  MARKED FOR REFUND, COMM_PAYMENT BROKER NET PAY, AND PREPAID
      *  VENDOR CAPITATION LEFT ON CAPITATION_PAYMENT.  IT
      *  ASSIGNS CHECK NUMBERS, WRITES THE CHECK PRINT FILE AND THE
      *  CHECK_REGISTER, STAMPS THE SOURCE ROWS, AND PRODUCES THE
      *  BANK'S POSITIVE-PAY FILE.
      *                                       02 = NOTHING PAYABLE /
      *                                            CHECK NOT FOUND
      *                                       12 = SQL ERROR
      *                                       20 = ('D'/'P'/'R') HELD BY
      *                                            RUNLOG - A
      *                                            PREDECESSOR HAS NOT
      *                                            COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CK-CHECKS-ISSUED        PIC 9(5)  VALUE ZERO.
               10  CK-REFUND-CHECKS        PIC 9(5)  VALUE ZERO.
               10  CK-SUSPENSE-CHECKS      PIC 9(5)  VALUE ZERO.
               10  CK-COMMISSION-CHECKS    PIC 9(5)  VALUE ZERO.
               10  CK-AMOUNT-DISBURSED     PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  CK-CAPITATION-CHECKS    PIC 9(5)  VALUE ZERO.
