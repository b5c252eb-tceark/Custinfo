      ******************************************************************
      * DCLGEN TABLE(RATING_AREA_MAP)
      *        LIBRARY(IBMUSER.CICS.COPY(RAREAMAP))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * EACH CARRIER'S RATING-AREA MAP, EFFECTIVE-DATED: THE RATE AREA *
      * A STATE AND COUNTY (STATE_COUNTY_ZIP NUMBERING) FALLS IN, WITH *
      * AN OPTIONAL ZIP-LEVEL ROW WHERE THE CARRIER SPLITS A COUNTY.   *
      * A REDRAWN MAP IS KEYED AS NEW ROWS THAT CLOSE THE OLD ONES,    *
      * AND RAREALGN RE-DERIVES MEMBER AND CASE RATE AREAS FROM IT.    *
      ******************************************************************
           EXEC SQL DECLARE RATING_AREA_MAP TABLE
           ( CARRIER_CODE           CHAR(2) NOT NULL,
             STATE_CD               CHAR(2) NOT NULL,
             COUNTY_NUMBER          CHAR(3) NOT NULL,
             ZIP_CODE               CHAR(5) NOT NULL,
             EFFECTIVE_DATE         DATE NOT NULL,
             TERM_DATE              DATE,
             RATE_AREA              CHAR(2) NOT NULL,
             MAINT_LOGON            CHAR(8) NOT NULL,
             MAINT_TIMESTAMP        TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RATING_AREA_MAP                    *
      ******************************************************************
       01  RATING-AREA-MAP-REC.
      *                       CARRIER_CODE
           10 RAM-CARRIER-CODE     PIC X(2).
      *                       STATE_CD
           10 RAM-STATE-CD         PIC X(2).
      *                       COUNTY_NUMBER
           10 RAM-COUNTY-NUMBER    PIC X(3).
      *                       ZIP_CODE
      *                         SPACES = THE WHOLE COUNTY; A ZIP ROW
      *                         OVERRIDES THE COUNTY ROW FOR THAT ZIP
           10 RAM-ZIP-CODE         PIC X(5).
      *                       EFFECTIVE_DATE
           10 RAM-EFFECTIVE-DATE   PIC X(10).
      *                       TERM_DATE
      *                         NULL = STILL IN FORCE; OTHERWISE THE
      *                         DATE THE NEXT ROW FOR THE KEY TOOK OVER
           10 RAM-TERM-DATE        PIC X(10).
      *                       RATE_AREA
           10 RAM-RATE-AREA        PIC X(2).
      *                       MAINT_LOGON
           10 RAM-MAINT-LOGON      PIC X(8).
      *                       MAINT_TIMESTAMP
           10 RAM-MAINT-TS         PIC X(26).
