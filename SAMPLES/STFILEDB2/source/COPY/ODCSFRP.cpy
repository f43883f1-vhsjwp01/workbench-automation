      * ------------------------------------------------------------
      * Report archive record description
      *  -Keyed by report name, run date, segment and line number;
      *   line 0 is the index record, carrying the captured line
      *   and page counts, the following lines are the report
      *   itself.
      *  -RP-SEGMENT: spaces for the whole run as captured; a
      *   branch or state code for the part of the run the
      *   bursting step split out for that key's recipients (see
      *   the ODCSFRB distribution table).
      *  -Written by the report-capture step (RSSABB22) and the
      *   bursting step (RSSABC17), read back by the online report
      *   viewer.
      *  -Record's length : 160
      * ------------------------------------------------------------
       01 RP-RPTARCH-RECORD.
          05 RP-ARCH-KEY.
             10 RP-REPORT-NAME      PIC X(008).
             10 RP-RUNDATE          PIC 9(008).
             10 RP-SEGMENT          PIC X(003).
             10 RP-LINE-NBR         PIC 9(007).
          05 RP-LINE-TEXT           PIC X(132).
          05 RP-FILLER              PIC X(002).
      * ------------------------------------------------------------
