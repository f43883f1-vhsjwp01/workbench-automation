      * ------------------------------------------------------------
      * Unclaimed-property register record description
      *  -Keyed by customer id, item kind and item reference; one
      *   record per item of property owed to a customer and found
      *   dormant by the due-diligence run (RSSABC37).
      *  -UP-ITEM-KIND: 'R' a refund on the refund-due file
      *   (ODCSFRF), UP-ITEM-REF its refund sequence; 'C' a credit
      *   balance left on an order of a closed account, UP-ITEM-REF
      *   the order number.
      *  -UP-STATE is the state the item is reported to (the
      *   owner's, or the holder's when the owner has no US
      *   address); UP-AMOUNT what is owed; UP-ITEM-DATE the date
      *   the item arose (refund queued, account closed);
      *   UP-LAST-CONTACT the customer's last contact found and
      *   UP-DORMANT-DATE the day the dormancy period ran out.
      *  -UP-LETTER-DATE is the due-diligence run's date,
      *   UP-LETTER-SENT 'Y' when a letter went out ('N' below the
      *   state's minimum or with no address), UP-RESP-DUE the end
      *   of the customer's response window.
      *  -UP-STATUS: 'D' under due diligence, 'C' claimed - released
      *   back to the customer (UP-REASON says why: contact, paid
      *   out, balance used), 'E' escheated - reported to the state
      *   by the unclaimed-property report run (RSSABC38) for
      *   UP-REPORT-YEAR. UP-CLOSE-DATE is the day of either.
      *  -Record's length : 120
      * ------------------------------------------------------------
       01 UP-ODCSFUP-RECORD.
          05 UP-ITEM-KEY.
             10 UP-CUSTIDENT        PIC 9(009).
             10 UP-ITEM-KIND        PIC X(001).
             10 UP-ITEM-REF         PIC 9(006).
          05 UP-STATUS              PIC X(001).
          05 UP-STATE               PIC X(002).
          05 UP-AMOUNT              PIC 9(007)V99.
          05 UP-ORDERNUM            PIC 9(006).
          05 UP-ITEM-DATE           PIC 9(008).
          05 UP-LAST-CONTACT        PIC 9(008).
          05 UP-DORMANT-DATE        PIC 9(008).
          05 UP-LETTER-DATE         PIC 9(008).
          05 UP-LETTER-SENT         PIC X(001).
          05 UP-RESP-DUE            PIC 9(008).
          05 UP-CLOSE-DATE          PIC 9(008).
          05 UP-REPORT-YEAR         PIC 9(004).
          05 UP-REASON              PIC X(020).
          05 UP-FILLER              PIC X(013).
      * ------------------------------------------------------------
