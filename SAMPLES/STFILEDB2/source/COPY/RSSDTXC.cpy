      * ------------------------------------------------------------
      * Parameter area for the RSSDTX00 document-text lookup.
      *  -DTX-LANGUAGE: the customer's language code ('E' English,
      *   'F' French; a space is taken as English).
      *  -DTX-ACTION 'TXT': the wording of text line DTX-LINE-NO of
      *   document DTX-DOC-ID. The caller passes its built-in
      *   English wording in DTX-TEXT; it comes back replaced by
      *   the catalog's wording in the customer's language.
      *  -DTX-ACTION 'DAT': DTX-DATE (CCYYMMDD) edited the way the
      *   language writes dates into DTX-DATE-OUT - MM/DD/CCYY in
      *   English, DD/MM/CCYY in French. A zero date gives spaces.
      *  -DTX-ACTION 'CLS' closes the catalog at the caller's end
      *   of job.
      *  -Every call returns DTX-AMT-MARKS, the language's thousands
      *   and decimal marks (',.' English, ' ,' French), for an
      *   INSPECT ... CONVERTING ',.' TO DTX-AMT-MARKS of an edited
      *   amount.
      *  -DTX-RETCODE: '00' found (or an English line kept as
      *   built), '04' the language's wording is missing and the
      *   English wording was used instead.
      * ------------------------------------------------------------
       01 RSSDTX-AREA.
          05 DTX-ACTION             PIC X(003).
          05 DTX-LANGUAGE           PIC X(001).
          05 DTX-DOC-ID             PIC X(008).
          05 DTX-LINE-NO            PIC 9(003).
          05 DTX-TEXT               PIC X(060).
          05 DTX-DATE               PIC 9(008).
          05 DTX-DATE-OUT           PIC X(010).
          05 DTX-AMT-MARKS          PIC X(002).
          05 DTX-RETCODE            PIC X(002).
      * ------------------------------------------------------------
