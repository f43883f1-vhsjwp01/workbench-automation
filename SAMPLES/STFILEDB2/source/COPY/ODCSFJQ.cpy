      * ------------------------------------------------------------
      * On-demand job request record description
      *  -Keyed by submission date, time and requester; created on
      *   line by RSSAT048 for one of the utilities listed in
      *   RSSJQLC, with the run parameters the requester keyed.
      *  -JQ-STATUS: 'P' pending approval, 'A' approved by a second
      *   supervisor, 'R' rejected, 'S' started by the chain driver,
      *   'D' done (return code 4 or less), 'F' failed, 'X' refused
      *   by the chain driver (utility no longer on the list).
      *   A request still 'S' when the next cycle begins stopped
      *   with its utility and is closed 'F' with return code 12.
      *  -The chain driver (RSSABB61) runs approved requests after
      *   the night's chain, setting the parameters thru RSSPRM00,
      *   and stamps the return code and the run-log reference (the
      *   date and time of the RUNLOG record it wrote for the run,
      *   under the utility's name, phase 'Q').
      *  -Record's length : 400
      * ------------------------------------------------------------
       01 JQ-ODCSFJQ-RECORD.
          05 JQ-REQ-KEY.
             10 JQ-REQ-DATE         PIC 9(008).
             10 JQ-REQ-TIME         PIC 9(006).
             10 JQ-REQUESTER        PIC X(008).
          05 JQ-UTILITY             PIC X(008).
          05 JQ-PARMS.
             10 JQ-PARM             OCCURS 8.
                15 JQ-PARM-NAME     PIC X(020).
                15 JQ-PARM-VALUE    PIC X(020).
          05 JQ-STATUS              PIC X(001).
             88 JQ-PENDING          VALUE 'P'.
             88 JQ-APPROVED         VALUE 'A'.
             88 JQ-REJECTED         VALUE 'R'.
             88 JQ-STARTED          VALUE 'S'.
             88 JQ-DONE             VALUE 'D'.
             88 JQ-FAILED           VALUE 'F'.
             88 JQ-REFUSED          VALUE 'X'.
          05 JQ-APPROVER            PIC X(008).
          05 JQ-APPR-DATE           PIC 9(008).
          05 JQ-RUN-RC              PIC 9(004).
          05 JQ-LOG-DATE            PIC 9(008).
          05 JQ-LOG-TIME            PIC 9(008).
          05 JQ-FILLER              PIC X(013).
      * ------------------------------------------------------------
