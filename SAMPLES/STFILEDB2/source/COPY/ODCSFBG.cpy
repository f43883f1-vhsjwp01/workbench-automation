      * ------------------------------------------------------------
      * Branch sales budget record description
      *  -Keyed by branch (ODCSFBR) plus budget month; one record
      *   per branch and month of the budget year, holding the
      *   month's revenue (reporting currency, USD), new-customer
      *   and order-count targets.
      *  -Loaded from finance's annual budget feed by RSSABC32 and
      *   adjustable a month at a time on the branch budget screen
      *   (RSSAT054); read by the monthly budget-versus-actual
      *   report (RSSABC33).
      *  -BG-SOURCE: 'F' as loaded from the feed, 'A' adjusted on
      *   the screen since. BG-UPD-USER/BG-UPD-DATE record who (or
      *   which step) last set the figures and when. A reload of
      *   the feed replaces an adjusted month and lists it.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 BG-ODCSFBG-RECORD.
          05 BG-BUDGET-KEY.
             10 BG-BRANCH           PIC X(003).
             10 BG-YYYYMM           PIC 9(006).
          05 BG-REVENUE             PIC 9(011)V99.
          05 BG-NEW-CUST            PIC 9(007).
          05 BG-ORDERS              PIC 9(007).
          05 BG-SOURCE              PIC X(001).
          05 BG-UPD-USER            PIC X(008).
          05 BG-UPD-DATE            PIC 9(008).
          05 BG-FILLER              PIC X(027).
      * ------------------------------------------------------------
