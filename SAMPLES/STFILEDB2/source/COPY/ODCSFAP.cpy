      * ------------------------------------------------------------
      * Collection-agency placement record description
      *  -Keyed by the order's key (customer id plus order number);
      *   one record per order ever placed with the outside
      *   collection agency, written by the monthly placement run
      *   (RSSABB92) when it exports the order and marks it PLACED.
      *  -The agency recovery import (RSSABB93) adds each recovery
      *   to AP-RECOV-AMT (gross, as collected from the customer)
      *   and the agency's commission on it to AP-COMM-AMT.
      *  -AP-STATUS: 'P' placed, 'S' settled by the agency's
      *   recoveries, 'R' recalled to the shop. An order that has
      *   been placed once is not placed again by the monthly run.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 AP-ODCSFAP-RECORD.
          05 AP-ORDER-KEY.
             10 AP-CUSTIDENT        PIC 9(009).
             10 AP-ORDERNUM         PIC 9(006).
          05 AP-STATUS              PIC X(001).
          05 AP-PLACE-DATE          PIC 9(008).
          05 AP-PLACE-AMT           PIC 9(007)V99.
          05 AP-RECOV-AMT           PIC 9(007)V99.
          05 AP-COMM-AMT            PIC 9(007)V99.
          05 AP-LAST-RECOV-DATE     PIC 9(008).
          05 AP-CLOSE-DATE          PIC 9(008).
          05 AP-FILLER              PIC X(013).
      * ------------------------------------------------------------
