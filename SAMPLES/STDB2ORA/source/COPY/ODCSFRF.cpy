      * ------------------------------------------------------------
      * Refund-due record description
      *  -Keyed by customer id plus a per-customer refund sequence;
      *   one record per overpayment carried for disbursement.
      *  -Written by the remittance run when a payment exceeds the
      *   order's open balance; extracted for the bank by the
      *   refund extract step, which stamps the extract date.
      *  -RF-STATUS: 'O' open (awaiting extract), 'X' extracted,
      *   'E' escheated: left unclaimed past the state's dormancy
      *   period, reported to the state by the unclaimed-property
      *   run (RSSABC38) and no longer owed to the customer.
      *  -Record's length : 60
      * ------------------------------------------------------------
       01 RF-ODCSFRF-RECORD.
          05 RF-REFUND-KEY.
             10 RF-CUSTIDENT        PIC 9(009).
             10 RF-REFSEQ           PIC 9(004).
          05 RF-ORDERNUM            PIC 9(006).
          05 RF-AMOUNT              PIC 9(007)V99.
          05 RF-CREATEDT            PIC 9(008).
          05 RF-STATUS              PIC X(001).
          05 RF-EXTRACTDT           PIC 9(008).
          05 RF-BANKREF             PIC X(011).
          05 RF-FILLER              PIC X(004).
      * ------------------------------------------------------------
