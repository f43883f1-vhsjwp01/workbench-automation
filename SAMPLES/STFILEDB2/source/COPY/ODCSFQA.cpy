      * ------------------------------------------------------------
      * Maintenance-change QA sample record description
      *  -Keyed by the sampling date and a sequence within it, one
      *   record per customer field change (PJ01DB2.ODCSF0_CHGLOG
      *   row) drawn by the daily RSSABC26 sampling run and reviewed
      *   on line on RSSAT050; RSSABC27 reports the error rates.
      *  -QA-RATE-CLASS: the sampling rate the change was drawn at -
      *   'N' new operator, 'A' address or contact field, 'S'
      *   standard; QA-RATE-PCT the percentage itself.
      *  -QA-OLDVALUE / QA-NEWVALUE: the before and after values as
      *   logged on CHGLOG.
      *  -QA-STATUS: space open on the QA worklist, 'C' reviewed
      *   correct, 'E' reviewed in error (QA-REASON then required).
      *  -Record's length : 250
      * ------------------------------------------------------------
       01 QA-ODCSFQA-RECORD.
          05 QA-KEY.
             10 QA-SAMPLE-DATE      PIC 9(008).
             10 QA-SEQ              PIC 9(005).
          05 QA-CHGUSER             PIC X(008).
          05 QA-RATE-CLASS          PIC X(001).
             88 QA-RATE-NEW-OPER    VALUE 'N'.
             88 QA-RATE-CONTACT     VALUE 'A'.
             88 QA-RATE-STANDARD    VALUE 'S'.
          05 QA-RATE-PCT            PIC 9(003).
          05 QA-CUSTIDENT           PIC 9(009).
          05 QA-FIELD               PIC X(011).
          05 QA-OLDVALUE            PIC X(040).
          05 QA-NEWVALUE            PIC X(040).
          05 QA-CHGDATE             PIC 9(008).
          05 QA-CHGTIME             PIC 9(008).
          05 QA-STATUS              PIC X(001).
             88 QA-OPEN             VALUE ' '.
             88 QA-CORRECT          VALUE 'C'.
             88 QA-IN-ERROR         VALUE 'E'.
          05 QA-REASON              PIC X(040).
          05 QA-REVIEW-USER         PIC X(008).
          05 QA-REVIEW-DATE         PIC 9(008).
          05 QA-FILLER              PIC X(052).
      * ------------------------------------------------------------
