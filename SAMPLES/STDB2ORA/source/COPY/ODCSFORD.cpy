      * ------------------------------------------------------------
      * Customer order's record description
      *  -Keyed by customer id plus a per-customer order number, so
      *   a customer can carry several orders.
      *  -QO-PAID-AMT is the total of the remittances applied to
      *   the order so far, QO-CREDIT-AMT the total of the credit
      *   memos issued against it; the order's open balance is
      *   QO-ORDERAMT - QO-PAID-AMT - QO-CREDIT-AMT. An order paid
      *   in part carries status PARTPAID until the balance
      *   reaches zero. Records written before either amount field
      *   existed hold spaces there, which readers treat as zero.
      *  -QO-CURRENCY is the ISO code of the currency the order's
      *   amounts are stated in; blank (the records written before
      *   the field existed) means the reporting currency, USD.
      *   The reporting runs convert through the XRATE table.
      *  -QO-PROMO-CODE is the promotion code the order was placed
      *   under (blank for none); QO-ORDERAMT is then the amount
      *   net of the promotion's discount, and the redemption is
      *   on the PROMORED file (ODCSFRD) under code, customer and
      *   order.
      *  -QO-SHIPTO-SEQ names the customer's ship-to address the
      *   order is delivered to (ODCSFST, under customer id and
      *   this sequence); zero means the customer's own address.
      *   Records written before the field existed hold a space
      *   there, which readers treat as zero.
      *  -Record's length : 80 (49 before the paid-amount grew it;
      *   records are carried across by the one-time conversion)
      * ------------------------------------------------------------
       01 QO-ODCSFORD-RECORD.
          05 QO-ORDER-KEY.
             10 QO-CUSTIDENT        PIC 9(009).
             10 QO-ORDERNUM         PIC 9(006).
          05 QO-ORDERDATE           PIC 9(008).
          05 QO-ORDERAMT            PIC 9(007)V99.
          05 QO-ORDERSTATUS         PIC X(010).
          05 QO-SETTLEDT            PIC 9(008).
          05 QO-PAID-AMT            PIC 9(007)V99.
          05 QO-CREDIT-AMT          PIC 9(007)V99.
          05 QO-CURRENCY            PIC X(003).
          05 QO-PROMO-CODE          PIC X(008).
          05 QO-SHIPTO-SEQ          PIC 9(001).
      * ------------------------------------------------------------
