       01  FILE-CONTROL-LOG-REC.
      *                       FILE_TYPE
      *                         LOCKBOX / CLAIMS / ACHRET / NCOA /
      *                         DMF / CENSUS / SALARY / FFM /
      *                         HOURS / DNB / PROVTERM / ASSOCRST /
      *                         AGYRECOV / PAYDEDRT
           10 FCL-FILE-TYPE        PIC X(8).
      *                       FILE_DATE
           10 FCL-FILE-DATE        PIC X(10).
