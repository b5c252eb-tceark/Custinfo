      ******************************************************************
      * DCLGEN TABLE(HMO_SERVICE_ZIP)
      *        LIBRARY(IBMUSER.CICS.COPY(HMOSAZIP))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * THE ZIP CODES EACH HMO SERVICE AREA COVERS.  A MEMBER WHOSE    *
      * RATING_ZIP IS NOT A CURRENT ROW FOR THE CASE'S SERVICE_AREA    *
      * LIVES OUTSIDE THE NETWORK AND CANNOT ELECT THE HMO.            *
      ******************************************************************
           EXEC SQL DECLARE HMO_SERVICE_ZIP TABLE
           ( SERVICE_AREA           CHAR(4) NOT NULL,
             ZIP_CODE               CHAR(5) NOT NULL,
             CURRENT_IND            CHAR(1) NOT NULL,
             UPDATED_TIMESTAMP      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HMO_SERVICE_ZIP                    *
      ******************************************************************
       01  HMO-SERVICE-ZIP-REC.
      *                       SERVICE_AREA
           10 SAZ-SERVICE-AREA     PIC X(4).
      *                       ZIP_CODE
           10 SAZ-ZIP-CODE         PIC X(5).
      *                       CURRENT_IND
      *                         Y = IN THE SERVICE AREA TODAY
           10 SAZ-CURRENT-IND      PIC X(1).
      *                       UPDATED_TIMESTAMP
           10 SAZ-UPDATED-TS       PIC X(26).
