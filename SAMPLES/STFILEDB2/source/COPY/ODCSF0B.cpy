          05 VS-REP-REQUIRED        PIC X(001).
          05 VS-CREDIT-SCORE        PIC 9(003).
          05 VS-SCORE-DATE          PIC 9(008).
          05 VS-COMPL-HOLD          PIC X(001).
          05 VS-COMPL-HOLD-DT       PIC 9(008).
          05 VS-TERMS-CODE          PIC X(004).
          05 VS-FRAUD-HOLD          PIC X(001).
          05 VS-CUST-LANG           PIC X(001).
          05 VS-FILLER              PIC X(001).
      * ------------------------------------------------------------
