      * ------------------------------------------------------------
      * Commarea for the RSSBT007 order-inquiry program, LINKed by
      * non-terminal callers (the web portal's gateway).
      *  -OIC-FUNC: 'CUS' the customer's recent orders (up to 10,
      *   newest first) for OIC-CUSTIDENT; 'ORD' one order, named
      *   by OIC-CUSTIDENT and OIC-ORDERNUM, with its line items
      *   and status history (up to 20 each, the history newest
      *   first). The 'ORD' order comes back as order entry 1.
      *  -Each order entry carries the amount, the paid and credited
      *   amounts and the open balance (amount less both), all in
      *   the order's currency (OIC-CURRENCY, blank meaning USD),
      *   the date the order was first invoiced (zero until it is)
      *   and the last payment applied (zero when none; reversed
      *   payments and their reversals are passed over). The
      *   payment's bank reference is masked unless the caller's
      *   operator profile carries the PII-view role.
      *  -OIC-LINE-TOTAL / OIC-HIST-TOTAL count everything on file
      *   for the order, even when more than 20 are on file.
      *  -OIC-RETCODE: '00' OK, '23' customer not found, '24'
      *   order not found for the customer, '30' data unavailable,
      *   '99' bad function; OIC-MESSAGE says why.
      * ------------------------------------------------------------
       01 RSSBOI-AREA.
          05 OIC-FUNC               PIC X(003).
          05 OIC-CUSTIDENT          PIC 9(006).
          05 OIC-ORDERNUM           PIC 9(006).
          05 OIC-RETCODE            PIC X(002).
          05 OIC-MESSAGE            PIC X(079).
          05 OIC-RESULTS.
             10 OIC-ORDER-COUNT     PIC 9(002).
             10 OIC-ORDER-ENTRY     OCCURS 10.
                15 OIC-ORD-ORDERNUM    PIC 9(006).
                15 OIC-ORD-ORDERDATE   PIC 9(008).
                15 OIC-ORD-STATUS      PIC X(010).
                15 OIC-ORD-CURRENCY    PIC X(003).
                15 OIC-ORD-AMOUNT      PIC 9(007)V99.
                15 OIC-ORD-PAID-AMT    PIC 9(007)V99.
                15 OIC-ORD-CREDIT-AMT  PIC 9(007)V99.
                15 OIC-ORD-OPEN-BAL    PIC S9(007)V99.
                15 OIC-ORD-INVOICE-DT  PIC 9(008).
                15 OIC-ORD-LASTPAY-DT  PIC 9(008).
                15 OIC-ORD-LASTPAY-AMT PIC S9(007)V99.
                15 OIC-ORD-LASTPAY-REF PIC X(016).
             10 OIC-LINE-TOTAL      PIC 9(003).
             10 OIC-LINE-COUNT      PIC 9(002).
             10 OIC-LINE-ENTRY      OCCURS 20.
                15 OIC-LIN-LINENUM     PIC 9(003).
                15 OIC-LIN-PRODCODE    PIC X(008).
                15 OIC-LIN-QUANTITY    PIC 9(005).
                15 OIC-LIN-UNITPRICE   PIC 9(005)V99.
                15 OIC-LIN-SHIPPED-QTY PIC 9(005).
                15 OIC-LIN-BACKORD-QTY PIC 9(005).
             10 OIC-HIST-TOTAL      PIC 9(004).
             10 OIC-HIST-COUNT      PIC 9(002).
             10 OIC-HIST-ENTRY      OCCURS 20.
                15 OIC-HST-CHGDATE     PIC 9(008).
                15 OIC-HST-CHGTIME     PIC 9(008).
                15 OIC-HST-OLD-STATUS  PIC X(010).
                15 OIC-HST-NEW-STATUS  PIC X(010).
      * ------------------------------------------------------------
