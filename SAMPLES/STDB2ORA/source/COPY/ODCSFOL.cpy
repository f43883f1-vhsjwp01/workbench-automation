      * ------------------------------------------------------------
      * Order line-item record description
      *  -Keyed by the parent order's key (customer id plus order
      *   number) plus a per-order line number, so an order can
      *   carry several product lines.
      *  -Loaded with the nightly order load, maintained on the
      *   order maintenance screen, printed on the invoices.
      *  -OL-SHIPPED-QTY is the quantity the warehouse has
      *   confirmed shipped so far; the shipment-confirmation load
      *   maintains it.
      *  -OL-RESERVED-QTY is the part of the line's unshipped
      *   quantity held against the product's stock (ODCSFIV),
      *   OL-BACKORD-QTY what is owed and neither shipped nor
      *   covered by stock. Both are set when the line is added
      *   and brought down as shipments are confirmed.
      *  -OL-DISC-AMT is the promotion discount taken off the
      *   order for this line, when the order's promotion is one
      *   restricted to the line's product; records written before
      *   the field existed hold spaces there, read as zero.
      *  -Record's length : 60 (40 before the shipped quantities
      *   grew it; records are carried across by the one-time
      *   conversion)
      * ------------------------------------------------------------
       01 OL-ODCSFOL-RECORD.
          05 OL-LINE-KEY.
             10 OL-CUSTIDENT        PIC 9(009).
             10 OL-ORDERNUM         PIC 9(006).
             10 OL-LINENUM          PIC 9(003).
          05 OL-PRODCODE            PIC X(008).
          05 OL-QUANTITY            PIC 9(005).
          05 OL-UNITPRICE           PIC 9(005)V99.
          05 OL-SHIPPED-QTY         PIC 9(005).
          05 OL-BACKORD-QTY         PIC 9(005).
          05 OL-RESERVED-QTY        PIC 9(005).
          05 OL-DISC-AMT            PIC 9(005)V99.
      * ------------------------------------------------------------
