      * ------------------------------------------------------------
      * Campaign-member record description
      *  -One record per customer selected for a mailing campaign,
      *   keyed by customer id plus the campaign code the mailing
      *   run (RSSABB32) was given on the run-parameter file.
      *  -CG-GROUP: 'M' mailed, 'H' holdout - selected with the
      *   rest but deliberately not mailed, the baseline the
      *   campaign's response is measured against.
      *  -CG-STATE and CG-TIER are the customer's state and value
      *   tier when selected, so the results break down the way
      *   the mailing was cut.
      *  -An order dated from CG-MAIL-DATE to CG-WINDOW-END is a
      *   response; the campaign results run (RSSABC05) recounts
      *   the CG-RESP- fields from the orders file every run.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 CG-ODCSFCG-RECORD.
          05 CG-MEMBER-KEY.
             10 CG-CUSTIDENT        PIC 9(009).
             10 CG-CAMPAIGN         PIC X(008).
          05 CG-GROUP               PIC X(001).
          05 CG-MAIL-DATE           PIC 9(008).
          05 CG-WINDOW-END          PIC 9(008).
          05 CG-STATE               PIC X(002).
          05 CG-TIER                PIC X(001).
          05 CG-RESP-ORDERS         PIC 9(005).
          05 CG-RESP-AMOUNT         PIC 9(009)V99.
          05 CG-FIRST-RESP-DATE     PIC 9(008).
          05 CG-FILLER              PIC X(019).
      * ------------------------------------------------------------
