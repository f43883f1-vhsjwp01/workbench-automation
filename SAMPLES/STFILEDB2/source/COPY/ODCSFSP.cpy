      * ------------------------------------------------------------
      * Product sales history record description
      *  -Keyed by product code plus reporting month; one record per
      *   product and month the product sales analysis (RSSABC22)
      *   has reported, kept the way RSSABB09 keeps REVHIST, so the
      *   report can show month-over-month and year-over-year
      *   figures.
      *  -Amounts are in the reporting currency (USD). SP-RETURN-AMT
      *   is the month's return credit memos spread over the lines
      *   of the orders they credit; SP-NET-AMT is SP-GROSS-AMT less
      *   SP-RETURN-AMT and may be negative.
      *  -Rewritten (not just appended) on each run, so a rerun of
      *   the same month replaces its figures.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 SP-ODCSFSP-RECORD.
          05 SP-SALES-KEY.
             10 SP-PRODCODE         PIC X(008).
             10 SP-YYYYMM           PIC 9(006).
          05 SP-UNITS               PIC 9(009).
          05 SP-GROSS-AMT           PIC 9(011)V99.
          05 SP-RETURN-AMT          PIC 9(011)V99.
          05 SP-NET-AMT             PIC S9(011)V99.
          05 SP-FILLER              PIC X(018).
      * ------------------------------------------------------------
