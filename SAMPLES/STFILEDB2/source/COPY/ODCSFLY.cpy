      * ------------------------------------------------------------
      * Loyalty-points ledger record description
      *  -Keyed by customer id plus a per-customer entry sequence;
      *   the customer's points balance is the sum of LY-POINTS
      *   over all of their entries.
      *  -LY-TYPE: 'E' earned on a settled order (nightly earning
      *   run, RSSABC02), 'R' redeemed as a credit memo keyed on
      *   the order screen (RSSAT004), 'X' expired by the annual
      *   expiry run (RSSABC03), 'A' adjustment keyed on the order
      *   screen.
      *  -LY-POINTS is signed: earn and adjustment entries are
      *   positive, redeem and expire entries negative. Expiry
      *   treats the points used as taken from the oldest earned.
      *  -LY-ORDERNUM is the source order (the order settled, or
      *   the order credited or adjusted); zero for an expiry.
      *  -Record's length : 60
      * ------------------------------------------------------------
       01 LY-ODCSFLY-RECORD.
          05 LY-LEDGER-KEY.
             10 LY-CUSTIDENT        PIC 9(009).
             10 LY-ENTRYSEQ         PIC 9(005).
          05 LY-TYPE                PIC X(001).
          05 LY-POINTS              PIC S9(009).
          05 LY-ENTRY-DATE          PIC 9(008).
          05 LY-ORDERNUM            PIC 9(006).
          05 LY-USERID              PIC X(008).
          05 LY-FILLER              PIC X(014).
      * ------------------------------------------------------------
