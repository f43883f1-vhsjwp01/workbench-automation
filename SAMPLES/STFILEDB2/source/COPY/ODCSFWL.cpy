      * ------------------------------------------------------------
      * Watch-list screening worklist record description
      *  -Keyed by customer id plus the watch-list entry id; one
      *   record per possible match the nightly screening step
      *   finds between a customer and an entry of the government
      *   watch-list feed, carrying the list entry's data and the
      *   match evidence, for a compliance officer to clear or
      *   confirm on the watch-list review screen.
      *  -WL-EV-NAME: 'F' last and first name match, 'L' last name
      *   and first initial match (or the list has no first name).
      *  -WL-EV-BDATE / WL-EV-COUNTRY: 'M' match, 'U' not on the
      *   list entry, 'X' differs (country only - a birth date that
      *   differs rules the match out).
      *  -WL-STATUS: 'N' awaiting review, 'C' confirmed (awaiting
      *   the hold), 'X' cleared (awaiting the log), 'H' hold
      *   applied, 'Z' clearance logged, 'R' refused (customer no
      *   longer on file).
      *  -A pair once on the worklist is never raised again, so a
      *   cleared match stays cleared on the next screening.
      *  -Record's length : 150
      * ------------------------------------------------------------
       01 WL-ODCSFWL-RECORD.
          05 WL-MATCH-KEY.
             10 WL-CUSTIDENT        PIC 9(009).
             10 WL-ENTRY-ID         PIC X(010).
          05 WL-LIST-LNAME          PIC X(030).
          05 WL-LIST-FNAME          PIC X(020).
          05 WL-LIST-BDATE          PIC 9(008).
          05 WL-LIST-COUNTRY        PIC X(002).
          05 WL-LIST-PROGRAM        PIC X(010).
          05 WL-EVIDENCE.
             10 WL-EV-NAME          PIC X(001).
             10 WL-EV-BDATE         PIC X(001).
             10 WL-EV-COUNTRY       PIC X(001).
          05 WL-SCORE               PIC 9(003).
          05 WL-STATUS              PIC X(001).
          05 WL-RUNDATE             PIC 9(008).
          05 WL-DECIDE-USER         PIC X(008).
          05 WL-DECIDE-DATE         PIC 9(008).
          05 WL-APPLY-DATE          PIC 9(008).
          05 WL-FILLER              PIC X(022).
      * ------------------------------------------------------------
