      * ------------------------------------------------------------
      * Special-handling flag code table record description
      *  -Keyed by the flag code carried on the customer's special-
      *   handling flags (ODCSFHF), e.g. 'SUPV' speak to supervisor
      *   only, 'LITG' litigation pending, 'HEAR' hearing impaired,
      *   'VIP ' VIP.
      *  -HT-SEVERITY: 1 (most severe) to 9; the customer screens'
      *   banner shows the customer's active flag of the lowest
      *   severity number.
      *  -Maintained on the special-handling flag screen (RSSAT051).
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 HT-ODCSFHT-RECORD.
          05 HT-FLAG-CODE           PIC X(004).
          05 HT-DESCRIPTION         PIC X(030).
          05 HT-SEVERITY            PIC 9(001).
          05 HT-UPD-USER            PIC X(008).
          05 HT-UPD-DATE            PIC 9(008).
          05 HT-FILLER              PIC X(029).
      * ------------------------------------------------------------
