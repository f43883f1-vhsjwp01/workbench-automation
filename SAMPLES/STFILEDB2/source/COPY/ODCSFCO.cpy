      * ------------------------------------------------------------
      * Acquisition-cohort history record description
      *  -Keyed by cohort month (the month of the customers' first
      *   order, QL-FIRST-ORDERDT on ODCSFLV) plus acquisition
      *   channel: 'B' bureau order load (RSSABB08), 'P' web portal
      *   capture (RSSABB82), 'X' prospect conversion (RSSABB56),
      *   'O' any other way in (desk entry, older records).
      *  -Rewritten by each quarterly cohort retention run
      *   (RSSABC24) for the cohorts still inside its measuring
      *   window; older cohorts keep the figures last measured
      *   while their orders were on file, so the report grows
      *   over time.
      *  -CO-ORDERING (n) is the number of the cohort's customers
      *   who ordered in the n-th quarter after the quarter they
      *   were won in; CO-QTRS-MEASURED says how many of the 12 are
      *   filled. CO-REVENUE is the cohort's cumulative order
      *   revenue in USD up to CO-MEASURED-QTR (YYYYQ).
      *  -Record's length : 150
      * ------------------------------------------------------------
       01 CO-ODCSFCO-RECORD.
          05 CO-COHORT-KEY.
             10 CO-COHORT-MONTH     PIC 9(006).
             10 CO-CHANNEL          PIC X(001).
          05 CO-MEASURED-QTR        PIC 9(005).
          05 CO-CUSTOMERS           PIC 9(007).
          05 CO-CLOSED              PIC 9(007).
          05 CO-DORMANT             PIC 9(007).
          05 CO-REVENUE             PIC 9(011)V99.
          05 CO-QTRS-MEASURED       PIC 9(002).
          05 CO-ORDERING            PIC 9(007) OCCURS 12.
          05 CO-FILLER              PIC X(018).
      * ------------------------------------------------------------
