      * ------------------------------------------------------------
      * Sales-tax liability history record description
      *  -Keyed by jurisdiction (state, plus the ZIP when the rate
      *   came from a ZIP override on the tax table, spaces when
      *   it is the state's rate), posting period (YYYYMM) and the
      *   run date; one record per key accumulates what every
      *   posting of that day added, written thru RSSTXL00 by the
      *   batch steps and by the order screen online.
      *  -TL-TAXABLE-AMT/TL-TAX-AMT: invoiced taxable sales and
      *   the tax charged on them. TL-EXEMPT-AMT: sales invoiced
      *   where no rate applies (net of their returns).
      *  -TL-CREDIT-AMT/TL-CREDIT-TAX: taxable sales returned on
      *   credit memos and the tax they give back (a reduction).
      *  -TL-BADDEBT-AMT/TL-BADDEBT-TAX: taxable balances written
      *   off and the tax on them (bad-debt relief).
      *  -Read by the quarterly sales-tax return (RSSABB98) and by
      *   the GL journal extract (RSSABB53) for its tax lines.
      *  -Record's length : 128
      * ------------------------------------------------------------
       01 TL-ODCSFTL-RECORD.
          05 TL-TAX-KEY.
             10 TL-STATE            PIC X(002).
             10 TL-ZIP              PIC X(005).
             10 TL-PERIOD           PIC 9(006).
             10 TL-RUNDATE          PIC 9(008).
          05 TL-TAX-RATE            PIC 9(002)V999.
          05 TL-TAXABLE-AMT         PIC S9(011)V99.
          05 TL-EXEMPT-AMT          PIC S9(011)V99.
          05 TL-TAX-AMT             PIC S9(009)V99.
          05 TL-CREDIT-AMT          PIC S9(011)V99.
          05 TL-CREDIT-TAX          PIC S9(009)V99.
          05 TL-BADDEBT-AMT         PIC S9(011)V99.
          05 TL-BADDEBT-TAX         PIC S9(009)V99.
          05 TL-UPD-PROGRAM         PIC X(008).
          05 TL-FILLER              PIC X(009).
      * ------------------------------------------------------------
