      * ------------------------------------------------------------
      * Sales-tax exemption certificate record description
      *  -Keyed by customer plus state: one certificate per state
      *   the customer is exempt in (school, church, reseller...),
      *   maintained on the RSSAT037 screen.
      *  -EX-TYPE: 'R' resale, 'E' educational, 'C' religious or
      *   charitable, 'G' government, 'O' other.
      *  -A certificate is valid from its issue date thru its
      *   expiry date, both included. While it is valid the
      *   invoice run charges no tax in the state, prints the
      *   certificate number on the invoice and books the sale as
      *   exempt; the RSSABB99 report lists those coming up for
      *   renewal.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 EX-ODCSFEX-RECORD.
          05 EX-CERT-KEY.
             10 EX-CUSTIDENT        PIC 9(009).
             10 EX-STATE            PIC X(002).
          05 EX-CERTNUM             PIC X(020).
          05 EX-TYPE                PIC X(001).
          05 EX-ISSUE-DATE          PIC 9(008).
          05 EX-EXPIRY-DATE         PIC 9(008).
          05 EX-UPD-USER            PIC X(008).
          05 EX-UPD-DATE            PIC 9(008).
          05 EX-FILLER              PIC X(016).
      * ------------------------------------------------------------
