      * ------------------------------------------------------------
      * Fraud review worklist record description
      *  -Keyed by customer id, rule id, the date of the event that
      *   set the rule off and (for the order rules) the order
      *   number; one record per hit the nightly fraud-pattern run
      *   (RSSABC09) finds, for the fraud desk to clear or confirm
      *   on the fraud review screen.
      *  -FW-RULE-ID: 'CTAD' e-mail or phone change followed by an
      *   address change, 'BIGO' large order shortly after an
      *   address change, 'BRST' burst of orders on a newly added
      *   customer, 'PADR' portal order in the week of an address
      *   change. FW-ORDERNUM is zero for the customer rules.
      *  -FW-STATUS: 'N' awaiting review, 'C' confirmed (awaiting
      *   the hold), 'X' cleared (awaiting the log), 'H' hold
      *   applied, 'Z' clearance logged, 'R' refused (customer no
      *   longer on file), 'L' release requested (awaiting the
      *   release), 'U' hold released.
      *  -FW-HELD-ORDERS is the number of open orders the hold put
      *   in FRAUDHOLD status.
      *  -A hit once on the worklist is never raised again, so a
      *   cleared hit stays cleared on the next run.
      *  -Record's length : 150
      * ------------------------------------------------------------
       01 FW-ODCSFFW-RECORD.
          05 FW-HIT-KEY.
             10 FW-CUSTIDENT        PIC 9(009).
             10 FW-RULE-ID          PIC X(004).
             10 FW-TRIGGER-DATE     PIC 9(008).
             10 FW-ORDERNUM         PIC 9(006).
          05 FW-SCORE               PIC 9(003).
          05 FW-EVIDENCE            PIC X(040).
          05 FW-STATUS              PIC X(001).
          05 FW-RUNDATE             PIC 9(008).
          05 FW-DECIDE-USER         PIC X(008).
          05 FW-DECIDE-DATE         PIC 9(008).
          05 FW-APPLY-DATE          PIC 9(008).
          05 FW-HELD-ORDERS         PIC 9(003).
          05 FW-RELEASE-USER        PIC X(008).
          05 FW-RELEASE-DATE        PIC 9(008).
          05 FW-FILLER              PIC X(028).
      * ------------------------------------------------------------
