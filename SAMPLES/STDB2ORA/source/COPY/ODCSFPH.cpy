      * ------------------------------------------------------------
      * Order payment-history record description
      *  -Keyed by the parent order's key (customer id plus order
      *   number) plus a per-order payment sequence, so an order
      *   paid in several remittances carries one record per
      *   payment applied.
      *  -Written by the remittance run as it applies each payment
      *   against the order's open balance, read back online so
      *   the desk can answer "which payments did you apply".
      *  -A payment the bank returns (NSF cheque or chargeback) is
      *   backed out by the bank returns load: the original entry
      *   is marked PH-REVERSED 'Y' and the reversal is recorded as
      *   an entry of its own, PH-ENTRY-TYPE 'R', carrying the
      *   amount with a negative sign and the bank's return reason
      *   in PH-RET-REASON ('NSF' or 'CHB'). PH-ENTRY-TYPE 'P' (or
      *   blank, on entries written before the field existed) is a
      *   payment applied; 'A' is a collection-agency recovery
      *   (RSSABB93), recorded at the amount the agency remits, net
      *   of its commission.
      *  -Record's length : 60
      * ------------------------------------------------------------
       01 PH-ODCSFPH-RECORD.
          05 PH-PAY-KEY.
             10 PH-CUSTIDENT        PIC 9(009).
             10 PH-ORDERNUM         PIC 9(006).
             10 PH-PAYSEQ           PIC 9(003).
          05 PH-PAYAMT              PIC S9(007)V99.
          05 PH-PAYDATE             PIC 9(008).
          05 PH-BANKREF             PIC X(016).
          05 PH-ENTRY-TYPE          PIC X(001).
          05 PH-REVERSED            PIC X(001).
          05 PH-RET-REASON          PIC X(003).
          05 PH-FILLER              PIC X(004).
      * ------------------------------------------------------------
