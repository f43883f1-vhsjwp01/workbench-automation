      * ------------------------------------------------------------
      * Order shipment record description
      *  -Keyed by the shipped order's key (customer id plus order
      *   number); one record per order, written by the warehouse
      *   shipment-confirmation load on the order's first
      *   confirmation and refreshed by every later one, so it
      *   always carries the latest ship date, carrier and
      *   tracking number.
      *  -SH-SHIP-STATUS: 'P' partly shipped (lines still on
      *   backorder, the order stays open), 'F' fully shipped (the
      *   order moved to SHIPPED).
      *  -Shown on the order maintenance screen, printed on the
      *   invoice under the order's detail line.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 SH-ODCSFSH-RECORD.
          05 SH-ORDER-KEY.
             10 SH-CUSTIDENT        PIC 9(009).
             10 SH-ORDERNUM         PIC 9(006).
          05 SH-SHIPDATE            PIC 9(008).
          05 SH-CARRIER             PIC X(010).
          05 SH-TRACKING            PIC X(030).
          05 SH-SHIP-STATUS         PIC X(001).
          05 SH-CONFIRM-COUNT       PIC 9(003).
          05 SH-UPDATE-DATE         PIC 9(008).
          05 SH-FILLER              PIC X(005).
      * ------------------------------------------------------------
