      * ------------------------------------------------------------
      * Future-dated customer change record description
      *  -Keyed by customer id plus a per-customer sequence; one
      *   record per address, name or contact change keyed on the
      *   maintenance screen (RSSBT002) with an effective date after
      *   the day it was keyed. The change is held here, not applied,
      *   until the nightly future-change step (RSSABC31) lands it
      *   on its effective date thru the dual-store path.
      *  -FC-KIND: 'A' address (street, city, state, ZIP), 'N' name
      *   (last, first), 'C' contact (email, phone).
      *  -FC-OLD-IMAGE holds the fields as they stood when the
      *   change was keyed, FC-NEW-IMAGE the fields as keyed; the
      *   apply step refuses a change whose before image no longer
      *   matches the customer and lists it for the desk.
      *  -FC-STATUS: 'P' pending, 'C' applied, 'X' cancelled on the
      *   future-change screen (RSSAT053), 'R' refused by the apply
      *   step. FC-DONE-USER/FC-DONE-DATE record who (or which step)
      *   settled it and when.
      *  -Record's length : 200
      * ------------------------------------------------------------
       01 FC-ODCSFFC-RECORD.
          05 FC-FUT-KEY.
             10 FC-CUSTIDENT        PIC 9(009).
             10 FC-SEQ              PIC 9(004).
          05 FC-KIND                PIC X(001).
          05 FC-EFF-DATE            PIC 9(008).
          05 FC-STATUS              PIC X(001).
          05 FC-OLD-IMAGE           PIC X(060).
          05 FC-OLD-ADDRESS         REDEFINES FC-OLD-IMAGE.
             10 FC-OLD-ADDRS        PIC X(030).
             10 FC-OLD-CITY         PIC X(020).
             10 FC-OLD-STATE        PIC X(002).
             10 FC-OLD-ZIP          PIC X(005).
             10 FILLER              PIC X(003).
          05 FC-OLD-NAME            REDEFINES FC-OLD-IMAGE.
             10 FC-OLD-LNAME        PIC X(030).
             10 FC-OLD-FNAME        PIC X(020).
             10 FILLER              PIC X(010).
          05 FC-OLD-CONTACT         REDEFINES FC-OLD-IMAGE.
             10 FC-OLD-EMAIL        PIC X(040).
             10 FC-OLD-PHONE        PIC X(010).
             10 FILLER              PIC X(010).
          05 FC-NEW-IMAGE           PIC X(060).
          05 FC-NEW-ADDRESS         REDEFINES FC-NEW-IMAGE.
             10 FC-NEW-ADDRS        PIC X(030).
             10 FC-NEW-CITY         PIC X(020).
             10 FC-NEW-STATE        PIC X(002).
             10 FC-NEW-ZIP          PIC X(005).
             10 FILLER              PIC X(003).
          05 FC-NEW-NAME            REDEFINES FC-NEW-IMAGE.
             10 FC-NEW-LNAME        PIC X(030).
             10 FC-NEW-FNAME        PIC X(020).
             10 FILLER              PIC X(010).
          05 FC-NEW-CONTACT         REDEFINES FC-NEW-IMAGE.
             10 FC-NEW-EMAIL        PIC X(040).
             10 FC-NEW-PHONE        PIC X(010).
             10 FILLER              PIC X(010).
          05 FC-REQ-USER            PIC X(008).
          05 FC-REQ-DATE            PIC 9(008).
          05 FC-DONE-USER           PIC X(008).
          05 FC-DONE-DATE           PIC 9(008).
          05 FC-FILLER              PIC X(025).
      * ------------------------------------------------------------
