      *            '03' = SURVIVING CASE NOT FOUND                       CASEMRGC
      *            '04' = DUPLICATE AND SURVIVING CASE ARE THE SAME       CASEMRGC
      *            '05' = EMP_NUM COLLISION BETWEEN THE TWO ROSTERS        CASEMRGC
      *            '06' = ONE OF THE CASES OR IDENTITIES IS UNDER       CASEMRGC
      *                   LEGAL HOLD (LGLHOLD) - NOTHING MOVED          CASEMRGC
      *            '96' = SQL ERROR                                      CASEMRGC
