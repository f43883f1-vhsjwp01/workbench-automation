      * ------------------------------------------------------------
      * Payment-terms table record description
      *  -Keyed by the terms code carried on the customer record
      *   (QS-TERMS-CODE / VS-TERMS-CODE); a customer with no code
      *   is on the 'STD ' entry, or due on the invoice date with no
      *   discount when there is no 'STD ' entry either.
      *  -TM-NET-DAYS: days from the invoice date to the due date.
      *  -TM-DISC-PCT / TM-DISC-DAYS: early-payment discount taken
      *   when the invoice is paid in full within TM-DISC-DAYS of the
      *   invoice date (zero percent - no discount, e.g. NET 30).
      *  -Maintained on the payment-terms table screen.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 TM-ODCSFTM-RECORD.
          05 TM-TERMS-CODE          PIC X(004).
          05 TM-DESCRIPTION         PIC X(030).
          05 TM-NET-DAYS            PIC 9(003).
          05 TM-DISC-PCT            PIC 9(002)V99.
          05 TM-DISC-DAYS           PIC 9(003).
          05 TM-UPD-USER            PIC X(008).
          05 TM-UPD-DATE            PIC 9(008).
          05 TM-FILLER              PIC X(020).
      * ------------------------------------------------------------
