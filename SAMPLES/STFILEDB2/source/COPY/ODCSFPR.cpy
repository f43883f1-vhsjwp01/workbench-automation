      * ------------------------------------------------------------
      * Promotion table record description
      *  -Keyed by the promotion code marketing publishes; one
      *   record per promotion, maintained on the promotion
      *   maintenance screen.
      *  -PR-DISC-TYPE: 'P' percent off (PR-DISC-VALUE is the
      *   percentage, 010.00 = 10 percent), 'A' fixed amount off
      *   (PR-DISC-VALUE in the order's currency). A discount is
      *   never more than the amount it is taken from.
      *  -The promotion is honored on orders dated from
      *   PR-EFF-DATE thru PR-EXP-DATE inclusive.
      *  -PR-PRODCODE blank means the discount is taken from the
      *   whole order; a product code restricts it to the order's
      *   lines for that product (a fixed amount is then taken
      *   once per order, from the first such line).
      *  -PR-ONCE-FLAG 'Y': a customer may redeem the promotion
      *   on one order only.
      *  -Record's length : 100
      * ------------------------------------------------------------
       01 PR-ODCSFPR-RECORD.
          05 PR-PROMO-CODE          PIC X(008).
          05 PR-DESCRIPTION         PIC X(030).
          05 PR-DISC-TYPE           PIC X(001).
             88 PR-DISC-PERCENT     VALUE 'P'.
             88 PR-DISC-AMOUNT      VALUE 'A'.
          05 PR-DISC-VALUE          PIC 9(007)V99.
          05 PR-EFF-DATE            PIC 9(008).
          05 PR-EXP-DATE            PIC 9(008).
          05 PR-PRODCODE            PIC X(008).
          05 PR-ONCE-FLAG           PIC X(001).
          05 PR-UPD-USER            PIC X(008).
          05 PR-UPD-DATE            PIC 9(008).
          05 PR-FILLER              PIC X(011).
      * ------------------------------------------------------------
