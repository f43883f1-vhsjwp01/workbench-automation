      * ------------------------------------------------------------
      * Product inventory (stock position) record description
      *  -Keyed by product code, one record per stocked product.
      *   Kept apart from the product reference table, which is
      *   rebuilt from its feed every night.
      *  -IV-ONHAND is the warehouse's physical quantity, set by
      *   the stock-count load and run down by the shipment-
      *   confirmation load as stock leaves.
      *  -IV-RESERVED is the quantity promised to open order lines
      *   not yet shipped: the order load, the order maintenance
      *   screen and the referral release reserve it, the
      *   shipment-confirmation load relieves it.
      *  -IV-REORDER-POINT: the stock-position report lists the
      *   product once its available quantity (on hand less
      *   reserved) falls below it.
      *  -A product with no record here is not stock-controlled:
      *   its lines are accepted with nothing reserved.
      *  -Record's length : 40
      * ------------------------------------------------------------
       01 IV-ODCSFIV-RECORD.
          05 IV-PRODCODE            PIC X(008).
          05 IV-ONHAND              PIC 9(007).
          05 IV-RESERVED            PIC 9(007).
          05 IV-REORDER-POINT       PIC 9(007).
          05 IV-COUNT-DATE          PIC 9(008).
          05 IV-FILLER              PIC X(003).
      * ------------------------------------------------------------
