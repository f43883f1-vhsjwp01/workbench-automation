      * ------------------------------------------------------------
      * Tickler worklist record description
      *  -Keyed like the note it tracks (customer id plus the
      *   per-customer note sequence); inserted by the daily
      *   tickler run for every due follow-up, worked online on
      *   the tickler worklist screen.
      *  -QT-OWNER starts as the note's QN-NOTEUSERID and moves
      *   when a supervisor reassigns the item; the nightly
      *   refresh never puts it back.
      *  -QT-STATUS: 'O' open, 'C' completed (stamped with the
      *   completing operator's user id and the date).
      *  -Record's length : 100
      * ------------------------------------------------------------
       01 QT-ODCSFTK-RECORD.
          05 QT-TICKLER-KEY.
             10 QT-CUSTIDENT        PIC 9(009).
             10 QT-NOTESEQ          PIC 9(004).
          05 QT-OWNER               PIC X(008).
          05 QT-FOLLOWUPDT          PIC 9(008).
          05 QT-NOTETEXT            PIC X(040).
          05 QT-STATUS              PIC X(001).
          05 QT-COMPLDATE           PIC 9(008).
          05 QT-COMPLUSER           PIC X(008).
          05 QT-REASSIGNED-BY       PIC X(008).
          05 QT-FILLER              PIC X(006).
      * ------------------------------------------------------------
