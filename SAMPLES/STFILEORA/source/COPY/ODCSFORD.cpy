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
          05 QO-PAID-AMT            PIC 9(007)V99.
          05 QO-CREDIT-AMT          PIC 9(007)V99.
          05 QO-CURRENCY            PIC X(003).
          05 QO-PROMO-CODE          PIC X(008).
          05 QO-SHIPTO-SEQ          PIC 9(001).
      * ------------------------------------------------------------
