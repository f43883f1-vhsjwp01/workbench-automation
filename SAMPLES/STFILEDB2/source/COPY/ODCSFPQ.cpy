      *   dual-store path with both user ids on the change log.
      *  -PQ-STATUS: 'N' pending, 'A' approved (awaiting the apply
      *   step), 'R' rejected, 'C' applied.
      *  -PQ-DECIDE-DATE: date of the supervisor's decision (zero
      *   while pending). The review screen refuses a decision by
      *   the requesting user.
      *  -Record's length : 100
      * ------------------------------------------------------------
       01 PQ-ODCSFPQ-RECORD.
          05 PQ-REQ-DATE            PIC 9(008).
          05 PQ-STATUS              PIC X(001).
          05 PQ-DECIDE-USER         PIC X(008).
          05 PQ-DECIDE-DATE         PIC 9(008).
          05 PQ-FILLER              PIC X(004).
      * ------------------------------------------------------------
