          05 QS-REP-REQUIRED        PIC X(001).
          05 QS-CREDIT-SCORE        PIC 9(003).
          05 QS-SCORE-DATE          PIC 9(008).
          05 QS-COMPL-HOLD          PIC X(001).
          05 QS-COMPL-HOLD-DT       PIC 9(008).
          05 QS-TERMS-CODE          PIC X(004).
          05 QS-FRAUD-HOLD          PIC X(001).
          05 QS-CUST-LANG           PIC X(001).
          05 QS-FILLER              PIC X(001).
      * ------------------------------------------------------------
      
