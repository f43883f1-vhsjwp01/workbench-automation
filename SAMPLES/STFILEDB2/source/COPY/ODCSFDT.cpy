      * ------------------------------------------------------------
      * Document-text catalog record description
      *  -The fixed wording printed on customer-facing documents,
      *   keyed by document id, text line and language code ('E'
      *   English, 'F' French), so a French-speaking customer's
      *   invoice or notice reads in French without a code change.
      *  -DT-DOC-ID: 'INVOICE' invoices (RSSABB11), 'HHSTMT'
      *   household statements (RSSABB40), 'DUNNING' dunning
      *   notices (RSSABB47), 'MAILING' mailing letters (RSSABB32),
      *   'BIRTHDAY' birthday greetings (RSSABB33), the on-demand
      *   letter templates of RSSLTPC and their shared captions
      *   'LTRCOMN' (RSSABC36).
      *  -The print runs look the wording up thru RSSDTX00 with the
      *   customer's language, falling back to the English record
      *   and then to their built-in English wording when a line
      *   (or the file) is absent.
      *  -Maintained on line by RSSAT045.
      *  -Record's length : 100
      * ------------------------------------------------------------
       01 DT-ODCSFDT-RECORD.
          05 DT-TEXT-KEY.
             10 DT-DOC-ID           PIC X(008).
             10 DT-LINE-NO          PIC 9(003).
             10 DT-LANGUAGE         PIC X(001).
          05 DT-TEXT                PIC X(060).
          05 DT-UPD-USER            PIC X(008).
          05 DT-UPD-DATE            PIC 9(008).
          05 DT-FILLER              PIC X(012).
      * ------------------------------------------------------------
