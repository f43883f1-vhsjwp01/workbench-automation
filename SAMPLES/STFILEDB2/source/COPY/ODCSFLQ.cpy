      * ------------------------------------------------------------
      * Customer letter-request queue record description
      *  -Keyed by customer id plus a per-customer request sequence
      *   number (one past the customer's highest, as the notes
      *   are numbered). A request is queued from the letter-request
      *   screen (RSSAT056), reached from the customer inquiry
      *   screens and the customer-360 screen, and fulfilled by the
      *   nightly letter run (RSSABC36).
      *  -LQ-TEMPLATE is a template code of the letter-template
      *   table (RSSLTPC); LQ-TEXT1/LQ-TEXT2 the optional free text
      *   printed on the letter under the template's wording.
      *  -LQ-STATUS: 'P' pending, 'F' fulfilled (LQ-DONE-DATE and
      *   LQ-CHANNEL say when and how it went), 'S' not sent by the
      *   letter run (LQ-REASON says why: deceased, no customer
      *   record, no usable channel), 'X' cancelled on the screen
      *   before the run.
      *  -LQ-REQ-USER/LQ-REQ-DATE/LQ-REQ-PGM record who asked for
      *   the letter, when, and from which screen.
      *  -Record's length : 250
      * ------------------------------------------------------------
       01 LQ-ODCSFLQ-RECORD.
          05 LQ-REQ-KEY.
             10 LQ-CUSTIDENT        PIC 9(009).
             10 LQ-REQSEQ           PIC 9(004).
          05 LQ-TEMPLATE            PIC X(008).
          05 LQ-STATUS              PIC X(001).
          05 LQ-REQ-DATE            PIC 9(008).
          05 LQ-REQ-USER            PIC X(008).
          05 LQ-REQ-PGM             PIC X(008).
          05 LQ-TEXT1               PIC X(070).
          05 LQ-TEXT2               PIC X(070).
          05 LQ-DONE-DATE           PIC 9(008).
          05 LQ-CHANNEL             PIC X(005).
          05 LQ-REASON              PIC X(030).
          05 LQ-FILLER              PIC X(021).
      * ------------------------------------------------------------
