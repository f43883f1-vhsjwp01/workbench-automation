      * ------------------------------------------------------------
      * Standing (recurring) order record description
      *  -Keyed by customer id plus a standing-order sequence (01
      *   to 99); maintained on the standing-order screen
      *   (RSSAT043), generated into ordinary orders by the
      *   nightly standing-order run (RSSABC12).
      *  -SO-FREQUENCY: 'W' weekly, 'F' fortnightly, 'M' monthly,
      *   'Q' quarterly.
      *  -SO-SCHED-DATE is the nominal date of the next run, kept
      *   on the frequency's own rhythm; SO-NEXT-RUN-DATE is that
      *   date rolled forward off weekends and holidays on the
      *   company calendar, the day the order is actually raised
      *   (the screen sets it to the scheduled date itself until
      *   the nightly run rolls it).
      *   Each run advances the schedule from SO-SCHED-DATE, so a
      *   holiday never makes the schedule drift.
      *  -SO-END-DATE: no run is raised after it (zero: open
      *   ended). SO-PAUSED 'Y' skips the runs falling due while
      *   it is set (they are not caught up afterwards).
      *  -SO-ITEM: up to five product lines; the price is taken
      *   from the product table (ODCSFPD) on the day the order
      *   is raised. A blank product code ends the list.
      *  -SO-LAST-RUN-DATE/SO-LAST-ORDERNUM/SO-LAST-RESULT record
      *   the latest run: 'G' order generated, 'R' referred on the
      *   credit limit, 'X' rejected (reason in SO-LAST-REASON).
      *  -SO-SET-DATE/SO-SET-USER record the last maintenance.
      *  -Record's length : 170
      * ------------------------------------------------------------
       01 SO-ODCSFSO-RECORD.
          05 SO-STORD-KEY.
             10 SO-CUSTIDENT        PIC 9(009).
             10 SO-STORD-SEQ        PIC 9(002).
          05 SO-FREQUENCY           PIC X(001).
          05 SO-SCHED-DATE          PIC 9(008).
          05 SO-NEXT-RUN-DATE       PIC 9(008).
          05 SO-END-DATE            PIC 9(008).
          05 SO-PAUSED              PIC X(001).
          05 SO-SHIPTO-SEQ          PIC 9(001).
          05 SO-ITEM                OCCURS 5.
             10 SO-PRODCODE         PIC X(008).
             10 SO-QUANTITY         PIC 9(005).
          05 SO-LAST-RUN-DATE       PIC 9(008).
          05 SO-LAST-ORDERNUM       PIC 9(006).
          05 SO-LAST-RESULT         PIC X(001).
          05 SO-LAST-REASON         PIC X(020).
          05 SO-SET-DATE            PIC 9(008).
          05 SO-SET-USER            PIC X(008).
          05 SO-FILLER              PIC X(016).
      * ------------------------------------------------------------
