      *   screen, applied by the write-off commit step.
      *  -WO-STATUS: 'N' proposed, 'A' approved, 'R' rejected,
      *   'C' committed (order marked written off).
      *  -WO-DECIDE-DATE: date of the supervisor's decision (zero
      *   while proposed).
      *  -Record's length : 60
      * ------------------------------------------------------------
       01 WO-ODCSFWO-RECORD.
          05 WO-STATUS              PIC X(001).
          05 WO-RUNDATE             PIC 9(008).
          05 WO-DECIDE-USER         PIC X(008).
          05 WO-DECIDE-DATE         PIC 9(008).
          05 WO-FILLER              PIC X(006).
      * ------------------------------------------------------------
