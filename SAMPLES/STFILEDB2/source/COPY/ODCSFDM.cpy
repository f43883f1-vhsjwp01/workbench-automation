      * ------------------------------------------------------------
      * Direct-debit mandate record description
      *  -Keyed by customer id; one mandate per customer on autopay,
      *   maintained on the RSSAT038 screen. The bank routing and
      *   account numbers are not on this record: they live in the
      *   bank-account vault (ODCSFBV); DM-ACCT-LAST4 is kept here
      *   for display.
      *  -DM-STATUS: 'A' active, 'S' suspended (set by the bank
      *   returns load after the second returned debit), 'C'
      *   cancelled. Only an active mandate is debited.
      *  -DM-RETURN-COUNT: debits the bank has returned since the
      *   mandate was last (re)activated.
      *  -DM-LAST-DEBIT-DATE: the last night the RSSABC01 run put
      *   an order of the customer's on the bank's debit file.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 DM-ODCSFDM-RECORD.
          05 DM-CUSTIDENT           PIC 9(009).
          05 DM-MANDATE-DATE        PIC 9(008).
          05 DM-STATUS              PIC X(001).
          05 DM-STATUS-DATE         PIC 9(008).
          05 DM-ACCT-LAST4          PIC X(004).
          05 DM-RETURN-COUNT        PIC 9(002).
          05 DM-LAST-DEBIT-DATE     PIC 9(008).
          05 DM-UPD-USER            PIC X(008).
          05 DM-UPD-DATE            PIC 9(008).
          05 DM-FILLER              PIC X(024).
      * ------------------------------------------------------------
