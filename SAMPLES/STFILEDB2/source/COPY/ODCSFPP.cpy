      * ------------------------------------------------------------
      * Order payment-plan (promise-to-pay) record description
      *  -Keyed by the order's key (customer id plus order number);
      *   one record per order, holding the installments a
      *   collector agreed with the customer for its open balance:
      *   up to 12, each with its due date and amount, in date
      *   order, PP-INST-COUNT of them in use.
      *  -Entered on the payment-plan screen (RSSAT035). While the
      *   plan is active the dunning run (RSSABB47) and the finance
      *   charge run (RSSABB51) pass the order over.
      *  -The nightly promise check (RSSABB91) weighs the payments
      *   on the payment history against the installments: one
      *   missed by more than the grace days breaks the promise,
      *   the plan is closed and the order goes back into normal
      *   dunning.
      *  -PP-STATUS: 'A' active, 'K' kept (every installment met or
      *   the order settled), 'B' broken (PP-BROKEN-INST is the
      *   installment missed), 'X' cancelled by collections.
      *  -Record's length : 280
      * ------------------------------------------------------------
       01 PP-ODCSFPP-RECORD.
          05 PP-ORDER-KEY.
             10 PP-CUSTIDENT        PIC 9(009).
             10 PP-ORDERNUM         PIC 9(006).
          05 PP-STATUS              PIC X(001).
          05 PP-AGREE-DATE          PIC 9(008).
          05 PP-INST-COUNT          PIC 9(002).
          05 PP-INSTALLMENT         OCCURS 12.
             10 PP-INST-DATE        PIC 9(008).
             10 PP-INST-AMT         PIC 9(007)V99.
          05 PP-BROKEN-INST         PIC 9(002).
          05 PP-CLOSE-DATE          PIC 9(008).
          05 PP-UPD-USER            PIC X(008).
          05 PP-UPD-DATE            PIC 9(008).
          05 PP-FILLER              PIC X(024).
      * ------------------------------------------------------------
