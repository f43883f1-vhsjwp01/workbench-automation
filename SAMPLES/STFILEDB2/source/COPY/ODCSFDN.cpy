      * ------------------------------------------------------------
      * Do-not-call registry record description
      *  -Keyed by phone number; one record per number currently on
      *   the national do-not-call registry, maintained from the
      *   registry's monthly delta file by RSSABC10 (additions
      *   written, removals deleted).
      *  -DN-LISTED-DATE is the registry's effective date for the
      *   listing, DN-LOAD-DATE the run that applied it.
      *  -Record's length : 40
      * ------------------------------------------------------------
       01 DN-ODCSFDN-RECORD.
          05 DN-PHONE               PIC 9(010).
          05 DN-LISTED-DATE         PIC 9(008).
          05 DN-LOAD-DATE           PIC 9(008).
          05 DN-FILLER              PIC X(014).
      * ------------------------------------------------------------
