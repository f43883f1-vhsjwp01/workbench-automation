      * ------------------------------------------------------------
      * Referred-order line-item record description
      *  -The bureau line items of an order suspended on the credit-
      *   referral worklist (ODCSFRR), held here in the order line-
      *   item layout until the referral is decided: released onto
      *   the line-item file with an approved order, dropped with a
      *   declined one.
      *  -Keyed by the parent order's key plus the line number.
      *  -Record's length : 40
      * ------------------------------------------------------------
       01 HL-ODCSFHL-RECORD.
          05 HL-LINE-KEY.
             10 HL-CUSTIDENT        PIC 9(009).
             10 HL-ORDERNUM         PIC 9(006).
             10 HL-LINENUM          PIC 9(003).
          05 HL-PRODCODE            PIC X(008).
          05 HL-QUANTITY            PIC 9(005).
          05 HL-UNITPRICE           PIC 9(005)V99.
          05 HL-FILLER              PIC X(002).
      * ------------------------------------------------------------
