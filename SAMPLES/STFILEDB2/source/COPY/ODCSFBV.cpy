      * ------------------------------------------------------------
      * Bank-account vault record description
      *  -Keyed by customer id; the routing and account numbers a
      *   customer's direct-debit mandate draws on live here, kept
      *   off the mandate record the way the tax-id vault keeps the
      *   tax id off the customer record.
      *  -Read in batch only thru the RSSBKV00 gatekeeper, which
      *   checks the caller's operator role and logs every access;
      *   the RSSAT038 mandate screen shows the numbers only to the
      *   supervisor and PII-viewer roles.
      *  -BV-ACCT-TYPE: 'C' checking, 'S' savings.
      *  -Record's length : 40
      * ------------------------------------------------------------
       01 BV-ODCSFBV-RECORD.
          05 BV-CUSTIDENT           PIC 9(009).
          05 BV-ROUTING             PIC X(009).
          05 BV-ACCOUNT             PIC X(017).
          05 BV-ACCT-TYPE           PIC X(001).
          05 BV-FILLER              PIC X(004).
      * ------------------------------------------------------------
