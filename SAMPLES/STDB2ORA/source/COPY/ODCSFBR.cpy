      * Branch/office reference record description
      *  -Keyed by the three-character branch code carried on the
      *   customer record and on the operator profiles.
      *  -BR-REGION groups the branches for the sales budget report
      *   (RSSABC33), which subtotals its branches by region; blank
      *   on the records written before the field existed.
      *  -Record's length : 60
      * ------------------------------------------------------------
       01 BR-ODCSFBR-RECORD.
          05 BR-NAME                PIC X(030).
          05 BR-CITY                PIC X(020).
          05 BR-STATE               PIC X(002).
          05 BR-REGION              PIC X(003).
          05 BR-FILLER              PIC X(002).
      * ------------------------------------------------------------
