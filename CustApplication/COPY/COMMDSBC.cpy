      *  SCHEDULED RECOUPMENT NETTED AGAINST THE COMM_ADVANCE_BAL
      *  TABLE, AND A DISBURSEMENT RECORD WRITTEN TO THE CMDB TDQ
      *  FOR THE EFT/CHECK WRITER.  THE ADVANCE FUNCTION POSTS A NEW
      *  ADVANCE TO A BROKER'S BALANCE.  BOTH FUNCTIONS EARN THE
      *  GA/MANAGER/DISTRICT/REGION OVERRIDES ON THE WRITING AGENT'S
      *  COMMISSION (COMM_OVERRIDE_SCHED), RECOUPMENT ROLLS THEM BACK,
      *  AND THE CYCLE PAYS EACH UPLINE ITS NET UNPAID OVERRIDES.
      *  A BROKER ON A SERVICE FEE IS PAID THE COLLECTED FEE IN PLACE
      *  OF COMMISSION ON THE CASE.
      ***************************************
           05  CD-COMMDISB-COMM-AREA.
               10  CD-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       01 = INVALID FUNCTION CODE
      *                                       02 = BROKER NOT ON FILE
      *                                       12 = SQL ERROR
      *                                       20 = ('C') HELD BY RUNLOG
      *                                            - A PREDECESSOR HAS
      *                                            NOT COMPLETED FOR THE
      *                                            BUSINESS DATE
               10  CD-BROKERS-PAID         PIC 9(5)  VALUE ZERO.
               10  CD-BROKERS-WITHHELD     PIC 9(5)  VALUE ZERO.
               10  CD-GROSS-TOTAL          PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  CD-DISBURSED-TOTAL      PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  CD-UPLINES-PAID         PIC 9(5)  VALUE ZERO.
               10  CD-OVERRIDE-EARNED-TOTAL
                                           PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  CD-OVERRIDE-ROLLBACK-TOTAL
                                           PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  CD-OVERRIDE-PAID-TOTAL  PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
               10  CD-FEES-PASSED-TOTAL    PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
