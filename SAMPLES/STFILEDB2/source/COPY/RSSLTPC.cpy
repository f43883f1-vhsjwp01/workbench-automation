      * ------------------------------------------------------------
      * Customer letter-template list for the on-demand letters
      *  -One entry per letter an operator may ask for on the
      *   letter-request screen (RSSAT056): its template code, which
      *   is also its document id on the document-text catalog
      *   (DOCTEXT, ODCSFDT) holding its wording, its description,
      *   and 'Y' when the letter carries the customer's open
      *   balance.
      *  -The wording lines of a template are: 001 the letter's
      *   title, 002 to 007 its body, 008 its closing sentence;
      *   the nightly letter run (RSSABC36) has the English wording
      *   built in for a line absent from the catalog. The captions
      *   every letter shares are kept under document id 'LTRCOMN'.
      *  -Shared by the letter-request screen and the letter run.
      * ------------------------------------------------------------
       01 LT-TEMPLATE-VALUES.
          05 FILLER PIC X(039) VALUE
             'ADDRCHG ADDRESS CHANGE CONFIRMATION   N'.
          05 FILLER PIC X(039) VALUE
             'BALCONF BALANCE CONFIRMATION          Y'.
          05 FILLER PIC X(039) VALUE
             'CLOSCONFACCOUNT CLOSURE CONFIRMATION  Y'.
          05 FILLER PIC X(039) VALUE
             'REPAUTH REPRESENTATIVE AUTHORIZATION  N'.
       01 LT-TEMPLATE-TABLE      REDEFINES LT-TEMPLATE-VALUES.
          05 LT-ENTRY               OCCURS 4.
             10 LT-CODE             PIC X(008).
             10 LT-DESC             PIC X(030).
             10 LT-BALANCE          PIC X(001).
       01 LT-TEMPLATE-COUNT      PIC S9(4) COMP VALUE +4.
      * ------------------------------------------------------------
