      * ------------------------------------------------------------
      * Customer special-handling flag record description
      *  -Keyed by customer id plus the flag code, which must be on
      *   the flag code table (ODCSFHT); a customer carries a code
      *   once at most.
      *  -HF-TEXT: free text shown with the flag's description.
      *  -HF-SET-USER/HF-SET-DATE record who set the flag and when.
      *  -HF-EXPIRY-DATE: the last day the flag is active (zero: no
      *   expiry). An expired flag stays on file until it is removed
      *   on the special-handling flag screen (RSSAT051); the weekly
      *   flag expiry report (RSSABC29) lists it meanwhile.
      *  -Record's length : 100
      * ------------------------------------------------------------
       01 HF-ODCSFHF-RECORD.
          05 HF-FLAG-KEY.
             10 HF-CUSTIDENT        PIC 9(009).
             10 HF-FLAG-CODE        PIC X(004).
          05 HF-TEXT                PIC X(040).
          05 HF-SET-USER            PIC X(008).
          05 HF-SET-DATE            PIC 9(008).
          05 HF-EXPIRY-DATE         PIC 9(008).
          05 HF-FILLER              PIC X(023).
      * ------------------------------------------------------------
