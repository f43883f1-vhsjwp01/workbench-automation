      * ------------------------------------------------------------
      * Account-closure record description
      *  -Keyed by customer id; written by the customer maintenance
      *   screen (RSSBT002) when a close of the account passes the
      *   closure checklist, rewritten if the customer is closed
      *   again after a reopening.
      *  -The checklist refuses the close outright while the
      *   customer has an order not yet settled, cancelled or
      *   written off, or a refund due not yet extracted; open
      *   cases, open tickler items and standing orders still
      *   running need a supervisor's override, whose user id is
      *   CL-OVERRIDE-USER (spaces: nothing was overridden). The
      *   counts of those items at the close are kept.
      *  -CL-STATUS: 'P' accepted, final documents pending; 'D'
      *   final statement and closure letter produced by the
      *   nightly closure run (RSSABC28), which queues any credit
      *   balance left on the account for refund (CL-CREDIT-AMT)
      *   and stamps CL-DONE-DATE; 'X' withdrawn - the customer was
      *   reopened before the nightly run.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 CL-ODCSFCL-RECORD.
          05 CL-CUSTIDENT           PIC 9(009).
          05 CL-STATUS              PIC X(001).
          05 CL-CLOSE-DATE          PIC 9(008).
          05 CL-CLOSE-USER          PIC X(008).
          05 CL-REASON              PIC X(003).
          05 CL-OVERRIDE-USER       PIC X(008).
          05 CL-OPEN-CASES          PIC 9(003).
          05 CL-OPEN-TICKLERS       PIC 9(003).
          05 CL-OPEN-STORDERS       PIC 9(003).
          05 CL-CREDIT-AMT          PIC 9(007)V99.
          05 CL-DONE-DATE           PIC 9(008).
          05 CL-FILLER              PIC X(017).
      * ------------------------------------------------------------
