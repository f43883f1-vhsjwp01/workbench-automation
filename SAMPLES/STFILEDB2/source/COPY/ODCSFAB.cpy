      * ------------------------------------------------------------
      * Receivables balance history record description
      *  -One record per state and branch for each month-end the
      *   receivables roll-forward (RSSABB96) has run, appended to
      *   the sequential ARBAL file: AB-CLOSING is the month's
      *   rolled-forward closing receivables, which the next
      *   month's run reads back as its opening balance; AB-ACTUAL
      *   is the sweep of the open balances on the order file that
      *   it was checked against.
      *  -A rerun in the same month appends the month again; the
      *   reader keeps the last record met for a state and branch.
      *  -Record's length : 60
      * ------------------------------------------------------------
       01 AB-ODCSFAB-RECORD.
          05 AB-YYYYMM              PIC 9(006).
          05 AB-STATE               PIC X(002).
          05 AB-BRANCH              PIC X(003).
          05 AB-CLOSING             PIC S9(011)V99.
          05 AB-ACTUAL              PIC S9(011)V99.
          05 AB-RUNDATE             PIC 9(008).
          05 AB-FILLER              PIC X(015).
      * ------------------------------------------------------------
