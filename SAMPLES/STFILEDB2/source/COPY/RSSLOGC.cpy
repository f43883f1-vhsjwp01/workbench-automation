      *   condition) or 'XSKIP' (skipped behind a failed
      *   predecessor). Only the phase's first byte is stored, so
      *   the log shows S/E/C/X.
      *  -Phase 'QUEUE' records an on-demand job request the chain
      *   driver ran (stored 'Q'), its return code and request
      *   count.
      *  -RSSLOG00 hands back the date and time of the log record
      *   it wrote in RLOG-LOG-DATE/RLOG-LOG-TIME, the reference a
      *   caller can keep to find that record again.
      * ------------------------------------------------------------
       01 RSSLOG-AREA.
          05 RLOG-PHASE             PIC X(005).
          05 RLOG-PROGRAM           PIC X(008).
          05 RLOG-RC                PIC 9(004).
          05 RLOG-COUNT             PIC 9(007).
          05 RLOG-LOG-DATE          PIC 9(008) VALUE 0.
          05 RLOG-LOG-TIME          PIC 9(008) VALUE 0.
      * ------------------------------------------------------------
