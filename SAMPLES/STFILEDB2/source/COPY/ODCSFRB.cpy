      * ------------------------------------------------------------
      * Report distribution table record description
      *  -Keyed by report name and burst value. The record with a
      *   burst value of spaces defines how the report is burst;
      *   every other record is one segment of it - the branch or
      *   state code whose lines make up the segment - with the
      *   segment's recipients and how it is delivered.
      *  -Definition record:
      *   RB-KEY-TYPE: 'B' burst by branch, 'S' by state.
      *   RB-KEY-COL / RB-KEY-LEN: where the break field sits on
      *   the report line (column 1 is the line's first byte).
      *   RB-KEY-SOURCE: 'V' the field is the branch or state code
      *   itself, 'O' it is an operator user id (a case or tickler
      *   owner) and the line goes to that operator's branch.
      *   RB-FREQUENCY: 'D' expected every run day, 'W' weekly on
      *   day RB-WEEKDAY (1 Monday ... 7 Sunday), space on demand
      *   (never reported missing).
      *   RB-LAST-BURST: run date the bursting step last split the
      *   report (zero: never).
      *  -Segment record:
      *   RB-RECIPIENT: up to 5 operator user ids the segment is
      *   distributed to; the report viewer opens it for them.
      *   RB-DELIVERY: 'O' on line only, 'P' also printed by the
      *   nightly distribution run.
      *  -Maintained on line by RSSAT046.
      *  -Record's length : 90
      * ------------------------------------------------------------
       01 RB-ODCSFRB-RECORD.
          05 RB-DIST-KEY.
             10 RB-REPORT-NAME      PIC X(008).
             10 RB-BURST-VALUE      PIC X(003).
          05 RB-KEY-TYPE            PIC X(001).
          05 RB-KEY-SOURCE          PIC X(001).
          05 RB-KEY-COL             PIC 9(003).
          05 RB-KEY-LEN             PIC 9(002).
          05 RB-FREQUENCY           PIC X(001).
          05 RB-WEEKDAY             PIC 9(001).
          05 RB-LAST-BURST          PIC 9(008).
          05 RB-RECIPIENTS.
             10 RB-RECIPIENT        PIC X(008) OCCURS 5.
          05 RB-DELIVERY            PIC X(001).
          05 RB-UPD-USER            PIC X(008).
          05 RB-UPD-DATE            PIC 9(008).
          05 RB-FILLER              PIC X(005).
      * ------------------------------------------------------------
