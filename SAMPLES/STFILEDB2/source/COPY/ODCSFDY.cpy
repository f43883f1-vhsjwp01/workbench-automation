      * ------------------------------------------------------------
      * Unclaimed-property dormancy reference record description
      *  -Keyed by the two-character state code; one record per
      *   state whose unclaimed-property law the shop reports to.
      *  -DY-REFUND-YEARS is the dormancy period of a refund owed
      *   and not paid out, DY-CREDIT-YEARS the one of a credit
      *   balance left on a closed account: the years without any
      *   customer contact after which the property is presumed
      *   abandoned.
      *  -DY-NOTICE-MIN is the amount owed to one customer from
      *   which the state asks for a due-diligence letter before
      *   the property is reported; DY-RESP-DAYS the days the
      *   customer is given to answer it.
      *  -DY-AGENCY names the state office the property is reported
      *   to, printed on the letter.
      *  -A state not on file takes the built-in rule of the
      *   unclaimed-property runs (RSSABC37/RSSABC38).
      *  -Record's length : 50
      * ------------------------------------------------------------
       01 DY-ODCSFDY-RECORD.
          05 DY-STATE               PIC X(002).
          05 DY-REFUND-YEARS        PIC 9(002).
          05 DY-CREDIT-YEARS        PIC 9(002).
          05 DY-NOTICE-MIN          PIC 9(005)V99.
          05 DY-RESP-DAYS           PIC 9(003).
          05 DY-AGENCY              PIC X(030).
          05 DY-FILLER              PIC X(004).
      * ------------------------------------------------------------
