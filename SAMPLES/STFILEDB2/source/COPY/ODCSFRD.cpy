      * ------------------------------------------------------------
      * Promotion redemption record description
      *  -Keyed by promotion code, customer id and order number;
      *   one record per order placed under a promotion, written
      *   by the nightly order load and the order maintenance
      *   screen when the order is taken.
      *  -RD-STATUS: 'R' redeemed (the order is on the orders
      *   file), 'H' held with the order on the credit-referral
      *   worklist (counts as used for a once-per-customer
      *   promotion; the referral release step makes it 'R' or
      *   drops it).
      *  -RD-GROSS-AMT is the amount the discount was taken from,
      *   RD-DISC-AMT the discount itself; a product promotion
      *   adds each discounted line to both as the lines load.
      *  -The monthly promotion-redemption report counts the 'R'
      *   records by RD-REDEEM-DATE.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 RD-ODCSFRD-RECORD.
          05 RD-REDEEM-KEY.
             10 RD-PROMO-CODE       PIC X(008).
             10 RD-CUSTIDENT        PIC 9(009).
             10 RD-ORDERNUM         PIC 9(006).
          05 RD-STATUS              PIC X(001).
          05 RD-REDEEM-DATE         PIC 9(008).
          05 RD-GROSS-AMT           PIC 9(007)V99.
          05 RD-DISC-AMT            PIC 9(007)V99.
          05 RD-PROGRAM             PIC X(008).
          05 RD-FILLER              PIC X(022).
      * ------------------------------------------------------------
