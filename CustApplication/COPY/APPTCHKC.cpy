      *  IS LINKED FOR RESOURCE CHECKS) TO VERIFY THE WRITING AGENT
      *  HOLDS A LIVE APPOINTMENT FOR THE CASE'S STATE AND CARRIER.
      *  IT ALSO MAINTAINS THE APPOINTMENT TABLE AND RECORDS
      *  SUPERVISOR OVERRIDES WITH AN AUDIT_COMM ROW.  BRKTERM LINKS
      *  HERE TO EXPIRE A TERMINATED AGENT'S APPOINTMENTS, AND THE
      *  CHECK REFUSES AN AGENT WHOSE CONTRACT HAS ENDED.
      ***************************************
           05  AP-APPT-COMM-AREA.
               10  AP-FUNCTION-CODE        PIC X(1)  VALUE SPACE.
      *                                       O = SUPERVISOR OVERRIDE -
      *                                           RECORDS AN ORIGIN-'O'
      *                                           ROW AND THE AUDIT
      *                                       T = CONTRACT TERMINATED -
      *                                           EXPIRE EVERY LIVE
      *                                           APPOINTMENT THE AGENT
      *                                           HOLDS
               10  AP-AGENT-IDNTITY        PIC X(8)  VALUE SPACES.
               10  AP-CARRIER-CODE         PIC X(2)  VALUE SPACES.
      *                                       SPACES ON 'C' = USE THE
               10  AP-RETURN-CODE          PIC X(2)  VALUE SPACES.
      *                                       00 = APPOINTED / DONE
      *                                       02 = NOT APPOINTED
      *                                       03 = ROW NOT FOUND (X/T)
      *                                       04 = AGENT CONTRACT
      *                                            TERMINATED (C/O)
      *                                       12 = SQL ERROR
