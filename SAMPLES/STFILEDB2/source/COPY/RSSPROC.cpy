      * ------------------------------------------------------------
      * Parameter area for the RSSPRO00 promotion handler.
      *  -PRO-FUNCTION:
      *   'V' validate PRO-PROMO-CODE for the order (customer, order
      *       date, amount in PRO-BASE-AMT) and work out the order
      *       level discount into PRO-DISC-AMT. A promotion kept to
      *       one product answers '00' with a zero discount and its
      *       product in PRO-PRODCODE; the lines carry it.
      *   'R' record the order's redemption with PRO-RED-STATUS,
      *       PRO-BASE-AMT as the gross and PRO-DISC-AMT.
      *   'L' work out the discount on one line (product in
      *       PRO-PRODCODE, line amount in PRO-BASE-AMT) and add it
      *       to the order's redemption; zero when the promotion is
      *       not kept to that product.
      *   'F' make a held redemption redeemed (referral released).
      *   'D' drop the order's redemption (referral declined).
      *  -PRO-RETCODE '00' done, '23' promotion unknown (or no
      *   redemption for 'F'/'D'), '30' not in effect on the order
      *   date, '40' already redeemed by the customer (once per
      *   customer), '99' file problem (displayed).
      *  -PRO-REASON carries a reject reason for the 'V' failures.
      * ------------------------------------------------------------
       01 RSSPRO-AREA.
          05 PRO-FUNCTION           PIC X(001).
          05 PRO-PROMO-CODE         PIC X(008).
          05 PRO-CUSTIDENT          PIC 9(009).
          05 PRO-ORDERNUM           PIC 9(006).
          05 PRO-ORDERDATE          PIC 9(008).
          05 PRO-BASE-AMT           PIC 9(007)V99.
          05 PRO-PRODCODE           PIC X(008).
          05 PRO-RED-STATUS         PIC X(001).
          05 PRO-PROGRAM            PIC X(008).
          05 PRO-DISC-AMT           PIC 9(007)V99.
          05 PRO-RETCODE            PIC X(002).
          05 PRO-REASON             PIC X(020).
      * ------------------------------------------------------------
