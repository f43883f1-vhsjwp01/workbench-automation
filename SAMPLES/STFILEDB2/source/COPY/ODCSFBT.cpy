      * ------------------------------------------------------------
      * Bill-to hierarchy record description
      *  -Keyed by the location's customer id; one record per
      *   customer whose invoices, payments, aging and dunning are
      *   carried by a corporate bill-to parent (BT-PARENT). A
      *   customer with no record bills for itself.
      *  -The link is one level deep: a parent is never itself a
      *   location of another parent, and a customer is never its
      *   own parent. The bill-to screen (RSSAT041) enforces both.
      *  -Kept apart from the household link (CUSTRELID on the DB2
      *   customer table), which groups people for statements and
      *   never moves money.
      *  -BT-SET-DATE/BT-SET-USER record who linked the location.
      *  -Record's length : 50
      * ------------------------------------------------------------
       01 BT-ODCSFBT-RECORD.
          05 BT-CUSTIDENT           PIC 9(009).
          05 BT-PARENT              PIC 9(009).
          05 BT-SET-DATE            PIC 9(008).
          05 BT-SET-USER            PIC X(008).
          05 BT-FILLER              PIC X(016).
      * ------------------------------------------------------------
