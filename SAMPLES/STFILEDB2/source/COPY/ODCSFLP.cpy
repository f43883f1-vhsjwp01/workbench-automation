      * ------------------------------------------------------------
      * Late-posting record description
      *  -Keyed by the date and time logged, the posting program
      *   and the order key and posting type; one record per
      *   payment, credit memo, write-off or finance charge that
      *   came in dated into a closed accounting period (run
      *   parameter AR_CLOSED_PERIOD), written by RSSPER00 for the
      *   batch steps and by the order screen online.
      *  -LP-ACTION: 'R' redated to LP-POST-DATE (the first day of
      *   the first open month), 'X' refused (LP-POST-DATE zero).
      *  -LP-REPORTED: ' ' not yet on the late-posting report,
      *   'Y' listed by RSSABB97.
      *  -Record's length : 100
      * ------------------------------------------------------------
       01 LP-ODCSFLP-RECORD.
          05 LP-LATE-KEY.
             10 LP-LOGDATE          PIC 9(008).
             10 LP-LOGTIME          PIC 9(008).
             10 LP-PROGRAM          PIC X(008).
             10 LP-CUSTIDENT        PIC 9(009).
             10 LP-ORDERNUM         PIC 9(006).
             10 LP-POST-TYPE        PIC X(003).
          05 LP-ACTION              PIC X(001).
          05 LP-ORIG-DATE           PIC 9(008).
          05 LP-POST-DATE           PIC 9(008).
          05 LP-AMOUNT              PIC S9(007)V99.
          05 LP-CLOSED-PERIOD       PIC 9(006).
          05 LP-USERID              PIC X(008).
          05 LP-REPORTED            PIC X(001).
          05 LP-FILLER              PIC X(017).
      * ------------------------------------------------------------
