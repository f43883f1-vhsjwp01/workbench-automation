      *  -CP-DELIV-PREF routes the document runs: 'E' electronic
      *   only, 'B' both channels, anything else (including the
      *   records written before the field existed) prints.
      *  -CP-DNC-OPTOUT is set 'Y' by the monthly do-not-call
      *   registry sweep (RSSABC10) when the customer's phone is on
      *   the national registry, and cleared when it drops off; it
      *   is kept apart from CP-PHONE-OPTOUT, which only the
      *   customer sets or clears. Either one keeps the customer
      *   off the call lists. CP-DNC-DATE is the sweep that last
      *   changed it.
      *  -Record's length : 40
      * ------------------------------------------------------------
       01 CP-ODCSFCP-RECORD.
          05 CP-SETDATE             PIC 9(008).
          05 CP-SOURCE              PIC X(010).
          05 CP-DELIV-PREF          PIC X(001).
          05 CP-DNC-OPTOUT          PIC X(001).
          05 CP-DNC-DATE            PIC 9(008).
      * ------------------------------------------------------------
