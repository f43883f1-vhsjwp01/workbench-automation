      * ------------------------------------------------------------
      * Receivables audit confirmation register record description
      *  -Keyed by the audit date (the balance date the auditors
      *   confirm, CCYYMMDD) plus the invoice account confirmed: the
      *   bill-to parent when the customer pays under one, else the
      *   customer itself. One record per confirmation letter sent
      *   by the annual selection run (RSSABC34).
      *  -AC-STRATUM: 'H' selected as at or above the run's
      *   threshold, 'R' drawn at random below it.
      *  -AC-BALANCE is the account's open balance as of the audit
      *   date in the reporting currency (USD), over AC-ORDER-COUNT
      *   open orders; AC-CHANNEL is how the letter went ('PRINT',
      *   'EMAIL' or 'BOTH').
      *  -AC-RESPONSE is keyed on the confirmation response screen
      *   (RSSAT055): space still awaited, 'A' agreed, 'D' disputed
      *   (AC-CUST-AMOUNT holds the balance the customer's records
      *   show), 'N' no reply by the close of the confirmation
      *   window. AC-RESP-USER/AC-RESP-DATE record who keyed it and
      *   when. A rerun of the selection leaves an answered record
      *   alone. The exceptions report (RSSABC35) lists the disputed
      *   and unanswered ones.
      *  -Record's length : 120
      * ------------------------------------------------------------
       01 AC-ODCSFAC-RECORD.
          05 AC-CONF-KEY.
             10 AC-AUDIT-DATE       PIC 9(008).
             10 AC-CUSTIDENT        PIC 9(009).
          05 AC-STRATUM             PIC X(001).
          05 AC-BALANCE             PIC S9(009)V99.
          05 AC-ORDER-COUNT         PIC 9(005).
          05 AC-CHANNEL             PIC X(005).
          05 AC-SENT-DATE           PIC 9(008).
          05 AC-RESPONSE            PIC X(001).
          05 AC-CUST-AMOUNT         PIC S9(009)V99.
          05 AC-RESP-DATE           PIC 9(008).
          05 AC-RESP-USER           PIC X(008).
          05 AC-NOTE                PIC X(030).
          05 AC-FILLER              PIC X(015).
      * ------------------------------------------------------------
