      *    -ENTER lists the keyed customer's cases; PF12 applies the  *
      *     keyed action; the RSSABB58 daily report ages the open     *
      *     cases in business days against the response deadline.     *
      *    -A resolved case is offered to the satisfaction survey by  *
      *     the RSSABC06 daily extract; the case starts unsurveyed.   *
      * ------------------------------------------------------------- *
      *    Map ....... : RSSAM24                                      *
      *    Transaction : SA24                                         *
           MOVE ZEROS         TO CS-ASSIGNDATE.
           MOVE ZEROS         TO CS-RESOLVEDATE.
           MOVE MAJ-SUMMARY   TO CS-SUMMARY.
           MOVE SPACE         TO CS-SURVEY-STATUS.
           MOVE ZEROS         TO CS-SURVEY-SCORE.
           MOVE ZEROS         TO CS-SURVEY-MONTH.
           EXEC CICS WRITE DATASET('CASEFILE')
                           FROM(CS-ODCSFCS-RECORD)
                           RIDFLD(CS-CASE-KEY)
