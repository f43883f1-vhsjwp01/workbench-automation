      * ------------------------------------------------------------
      * Unapplied-cash suspense record description
      *  -Keyed by the date the remittance run suspended the item
      *   plus a per-date sequence; one record per remittance the
      *   run could not apply to an order (bad or missing key, no
      *   such order, order not open), so the money is held for
      *   research instead of being lost on the exception printout.
      *  -UC-PAY-CUSTIDENT/UC-PAY-ORDERNUM are the key as the bank
      *   sent it, UC-REASON why it could not be applied.
      *  -Applied from the cash-desk screen (RSSAT036) to one or
      *   more orders: UC-APPLIED-AMT is the total applied so far,
      *   UC-CUSTIDENT the customer it was researched to.
      *  -UC-STATUS: 'O' open, 'P' partly applied, 'A' applied in
      *   full. The RSSABB94 daily report ages the items still open
      *   or partly applied in business days.
      *  -Record's length : 120
      * ------------------------------------------------------------
       01 UC-ODCSFUC-RECORD.
          05 UC-SUSP-KEY.
             10 UC-SUSPDATE         PIC 9(008).
             10 UC-SUSPSEQ          PIC 9(005).
          05 UC-STATUS              PIC X(001).
          05 UC-PAYAMT              PIC 9(007)V99.
          05 UC-APPLIED-AMT         PIC 9(007)V99.
          05 UC-PAYDATE             PIC 9(008).
          05 UC-BANKREF             PIC X(011).
          05 UC-PAY-CUSTIDENT       PIC X(006).
          05 UC-PAY-ORDERNUM        PIC X(006).
          05 UC-REASON              PIC X(020).
          05 UC-CUSTIDENT           PIC 9(009).
          05 UC-LAST-APPLY-DATE     PIC 9(008).
          05 UC-UPD-USER            PIC X(008).
          05 UC-FILLER              PIC X(012).
      * ------------------------------------------------------------
