      * ------------------------------------------------------------
      * Parameter area for the RSSCHW00 correspondence-history
      * writer.
      *  -Each batch step that produces a document for a customer
      *   CALLs RSSCHW00 once per document and delivery channel
      *   with the customer id, the document type, its program
      *   name, the channel, the date the document went out, and
      *   the order or campaign it relates to; the writer stamps
      *   the time and appends the record under the customer's
      *   next correspondence sequence.
      *  -A zero CHW-SENT-DATE is taken as today.
      *  -A history problem never takes the calling step down:
      *   failures are displayed and ignored ('99' in CHW-RETCODE).
      * ------------------------------------------------------------
       01 RSSCHW-AREA.
          05 CHW-CUSTIDENT          PIC 9(009).
          05 CHW-DOC-TYPE           PIC X(008).
          05 CHW-PROGRAM            PIC X(008).
          05 CHW-CHANNEL            PIC X(005).
          05 CHW-SENT-DATE          PIC 9(008).
          05 CHW-ORDERNUM           PIC 9(006).
          05 CHW-CAMPAIGN           PIC X(008).
          05 CHW-DOC-INFO           PIC X(020).
          05 CHW-RETCODE            PIC X(002).
      * ------------------------------------------------------------
