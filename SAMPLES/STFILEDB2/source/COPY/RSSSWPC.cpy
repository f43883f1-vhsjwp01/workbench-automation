      * ------------------------------------------------------------
      * Parameter area between the single-pass customer sweep
      * (RSSABC30) and the sweep modules registered on SWEEPREG.
      *  -Each module is CALLed with this area and, as second
      *   parameter, the current customer record (ODCSF0B layout).
      *  -SWP-FUNC 'INIT': the module gets its own run parameters
      *   and opens its own outputs. When SWP-RESTARTED the pass is
      *   resuming behind a checkpoint: SWP-COUNTER holds the
      *   module's counters as stored, and the module extends the
      *   outputs it had already begun.
      *  -SWP-FUNC 'CUST': one customer record to process.
      *  -SWP-FUNC 'CKPT': the module hands back its counters in
      *   SWP-COUNTER for the shared checkpoint (RSSCKP00, stored
      *   under the module's own name).
      *  -SWP-FUNC 'TERM': the module prints its reports, closes
      *   its outputs and writes its own CTLTOT lines; SWP-COUNT
      *   comes back as its key count for the run log.
      *  -SWP-RETCODE '00' all well. Anything else means the module
      *   has failed: the driver calls it no more, and the other
      *   modules carry on with the pass.
      * ------------------------------------------------------------
       01 RSSSWP-AREA.
          05 SWP-FUNC               PIC X(004).
          05 SWP-MODULE             PIC X(008).
          05 SWP-RUN-DATE           PIC 9(008).
          05 SWP-RESTART-SW         PIC X(001).
             88 SWP-RESTARTED       VALUE 'Y'.
          05 SWP-COUNTER            PIC 9(009) OCCURS 12.
          05 SWP-COUNT              PIC 9(007).
          05 SWP-RETCODE            PIC X(002).
      * ------------------------------------------------------------
