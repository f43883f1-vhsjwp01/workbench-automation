      * ------------------------------------------------------------
      * Invoice terms record description
      *  -Keyed by the invoiced order's key (customer id plus order
      *   number); one record per order, written by the invoice
      *   print when it bills the order, carrying the customer's
      *   payment terms as they stood on the invoice date.
      *  -IT-DUE-DATE is what aging, dunning and finance charges
      *   count days past due from; an order with no record (billed
      *   before terms were kept) counts from its order date.
      *  -IT-DISC-DATE / IT-DISC-PCT: last day an early payment earns
      *   the discount, and the discount (zeros - no discount).
      *  -IT-DISC-TAKEN: 'N' not taken, 'Y' taken by payment apply
      *   (the discount is on file as a 'TRM' credit memo).
      *  -IT-DEBIT-STATUS: ' ' not debited, 'P' debit pending (the
      *   order is on the bank's direct-debit file, so dunning
      *   leaves it alone), 'R' the bank returned the debit.
      *   IT-DEBIT-DATE is the night the debit was sent.
      *  -Record's length : 60
      * ------------------------------------------------------------
       01 IT-ODCSFIT-RECORD.
          05 IT-ORDER-KEY.
             10 IT-CUSTIDENT        PIC 9(009).
             10 IT-ORDERNUM         PIC 9(006).
          05 IT-INVOICE-DATE        PIC 9(008).
          05 IT-TERMS-CODE          PIC X(004).
          05 IT-DUE-DATE            PIC 9(008).
          05 IT-DISC-DATE           PIC 9(008).
          05 IT-DISC-PCT            PIC 9(002)V99.
          05 IT-DISC-TAKEN          PIC X(001).
          05 IT-DEBIT-STATUS        PIC X(001).
          05 IT-DEBIT-DATE          PIC 9(008).
          05 IT-FILLER              PIC X(003).
      * ------------------------------------------------------------
