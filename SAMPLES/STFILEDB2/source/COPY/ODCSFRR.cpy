      * ------------------------------------------------------------
      * Credit-referral worklist record description
      *  -Keyed by the referred order's key (customer id plus order
      *   number); written by the nightly order load when a bureau
      *   order would pass the customer's credit limit, with the
      *   limit and open total that tripped it, reviewed on the
      *   credit-referral review screen, released by the referral
      *   release step.
      *  -RR-STATUS: 'N' referred, 'A' approved (limit overridden,
      *   awaiting the release step), 'D' declined (awaiting the
      *   notice), 'C' released onto the orders file, 'X' declined
      *   and the customer's notice extracted.
      *  -The order's line items wait on the referred-line file
      *   (ODCSFOL layout) under the same order key until release.
      *  -RR-ORDERAMT is net of the promotion discount when the
      *   order carries a promotion code (RR-PROMO-CODE); the
      *   redemption waits on the PROMORED file with status 'H'
      *   until the referral is released or declined.
      *  -RR-SHIPTO-SEQ is the order's ship-to sequence, carried
      *   onto the order when the referral is released.
      *  -Record's length : 120
      * ------------------------------------------------------------
       01 RR-ODCSFRR-RECORD.
          05 RR-ORDER-KEY.
             10 RR-CUSTIDENT        PIC 9(009).
             10 RR-ORDERNUM         PIC 9(006).
          05 RR-ORDERDATE           PIC 9(008).
          05 RR-ORDERAMT            PIC 9(007)V99.
          05 RR-ORDERSTATUS         PIC X(010).
          05 RR-CREDIT-LIMIT        PIC 9(007)V99.
          05 RR-OPEN-TOTAL          PIC 9(009)V99.
          05 RR-REASON              PIC X(020).
          05 RR-STATUS              PIC X(001).
          05 RR-RUNDATE             PIC 9(008).
          05 RR-DECIDE-USER         PIC X(008).
          05 RR-DECIDE-DATE         PIC 9(008).
          05 RR-PROMO-CODE          PIC X(008).
          05 RR-SHIPTO-SEQ          PIC 9(001).
          05 RR-FILLER              PIC X(004).
      * ------------------------------------------------------------
