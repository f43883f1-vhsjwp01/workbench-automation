      * ------------------------------------------------------------
      * KYC risk-rating and periodic-review record description
      *  -Keyed by customer id, one record per customer, rated each
      *   month by RSSABC20 and reviewed on line on RSSAT049.
      *  -KY-RATING: 'L' low, 'M' medium, 'H' high risk, from the
      *   score (the sum of the factor points below): 6 or more
      *   high, 3 to 5 medium, less than 3 low. The review cycle is
      *   3 years for low, 2 for medium and 1 for high risk.
      *  -KY-FACTOR-PTS: the points each factor scored at the last
      *   rating - tax-id verification, country, credit score,
      *   account age, watch-list history, representative required
      *   and delinquency (dunning history).
      *  -KY-NEXT-REVIEW: the last review date (or, before the
      *   first review, the customer's first order date or the
      *   first rating date) plus the rating's cycle; a review
      *   ending in enhanced due diligence comes due again in a
      *   year whatever the rating.
      *  -KY-REVIEW-STATUS: space never on the worklist, 'W' on the
      *   KYC review worklist (put there by RSSABC20 when the next
      *   review falls due within 30 days), 'C' review completed.
      *  -KY-DOC-SIGHTED: up to 4 document codes the reviewer saw
      *   (PASS passport, DRVL driving licence, IDCD national id
      *   card, UTIL utility bill, BANK bank statement, TAXF tax
      *   form, CORP company registration).
      *  -KY-OUTCOME: 'S' satisfactory, 'E' enhanced due diligence,
      *   'X' exit the relationship.
      *  -Record's length : 150
      * ------------------------------------------------------------
       01 KY-ODCSFKY-RECORD.
          05 KY-CUSTIDENT           PIC 9(009).
          05 KY-BRANCH              PIC X(003).
          05 KY-RATING              PIC X(001).
             88 KY-RATING-LOW       VALUE 'L'.
             88 KY-RATING-MEDIUM    VALUE 'M'.
             88 KY-RATING-HIGH      VALUE 'H'.
          05 KY-SCORE               PIC 9(002).
          05 KY-FACTOR-PTS.
             10 KY-PTS-TAXID        PIC 9(001).
             10 KY-PTS-COUNTRY      PIC 9(001).
             10 KY-PTS-CREDIT       PIC 9(001).
             10 KY-PTS-AGE          PIC 9(001).
             10 KY-PTS-WATCH        PIC 9(001).
             10 KY-PTS-REP          PIC 9(001).
             10 KY-PTS-DUNNING      PIC 9(001).
          05 KY-FIRST-RATED         PIC 9(008).
          05 KY-RATED-DATE          PIC 9(008).
          05 KY-LAST-REVIEW         PIC 9(008).
          05 KY-NEXT-REVIEW         PIC 9(008).
          05 KY-REVIEW-STATUS       PIC X(001).
             88 KY-ON-WORKLIST      VALUE 'W'.
             88 KY-REVIEW-DONE      VALUE 'C'.
          05 KY-DUE-DATE            PIC 9(008).
          05 KY-DOCS.
             10 KY-DOC-SIGHTED      PIC X(004) OCCURS 4.
          05 KY-OUTCOME             PIC X(001).
          05 KY-REVIEWER            PIC X(008).
          05 KY-REVIEW-NOTE         PIC X(040).
          05 KY-FILLER              PIC X(022).
      * ------------------------------------------------------------
