      * ------------------------------------------------------------
      * Customer sweep-module registry record description
      *  -Sequential file (SWEEPREG), one record per sweep module
      *   the single-pass customer sweep (RSSABC30) hands every
      *   customer record to, in the order the modules are called.
      *  -SW-REPLACES names the stand-alone sweep program the
      *   module stands in for. The chain driver (RSSABB61) treats
      *   that program as part of the combined pass: it is not run
      *   as a step of its own, and a step naming it as predecessor
      *   waits for RSSABC30 instead.
      *  -SW-CALCOND: space every night, 'B' business days only,
      *   'M' the month-end business day only, 'W' once a week on
      *   SW-WEEKDAY (1 Monday ... 7 Sunday). A date the calendar
      *   does not know is an ordinary business day.
      *  -SW-ACTIVE 'N' keeps the module registered but out of the
      *   pass.
      *  -Record's length : 080
      * ------------------------------------------------------------
       01 SW-ODCSFSW-RECORD.
          05 SW-MODULE              PIC X(008).
          05 SW-REPLACES            PIC X(008).
          05 SW-CALCOND             PIC X(001).
          05 SW-WEEKDAY             PIC 9(001).
          05 SW-ACTIVE              PIC X(001).
          05 SW-DESCRIPTION         PIC X(030).
          05 SW-FILLER              PIC X(031).
      * ------------------------------------------------------------
