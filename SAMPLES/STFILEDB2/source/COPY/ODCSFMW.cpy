      *   review screen, which feeds the confirmed pair straight to
      *   the RSSABB05 merge's run parameters.
      *  -MW-STATUS: 'N' new, 'C' confirmed, 'R' rejected.
      *  -MW-DECIDE-USER/MW-DECIDE-DATE: the supervisor who
      *   confirmed or rejected the pair and when.
      *  -Record's length : 60
      * ------------------------------------------------------------
       01 MW-ODCSFMW-RECORD.
             10 MW-EV-ADDR          PIC X(001).
          05 MW-STATUS              PIC X(001).
          05 MW-RUNDATE             PIC 9(008).
          05 MW-DECIDE-USER         PIC X(008).
          05 MW-DECIDE-DATE         PIC 9(008).
          05 MW-FILLER              PIC X(010).
      * ------------------------------------------------------------
