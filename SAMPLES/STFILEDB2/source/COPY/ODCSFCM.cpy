      *   shipment is recorded against the order instead of the
      *   order being deleted (which destroyed the revenue history).
      *  -CM-SOURCE: 'SCR' keyed on the order screen, 'BUR' loaded
      *   from the bureau feed, 'TRM' early-payment discount under
      *   the customer's payment terms, written by payment apply,
      *   'AGY' the collection agency's commission on a recovery,
      *   written by the agency recovery import (RSSABB93),
      *   'LOY' loyalty points redeemed on the order screen.
      *  -Record's length : 60
      * ------------------------------------------------------------
       01 CM-ODCSFCM-RECORD.
