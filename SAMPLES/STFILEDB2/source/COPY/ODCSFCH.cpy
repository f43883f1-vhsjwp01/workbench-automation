      * ------------------------------------------------------------
      * Correspondence-history record description
      *  -Keyed by customer id plus a per-customer sequence; one
      *   record per document sent to the customer, written by
      *   every document-producing run thru RSSCHW00 and paged
      *   back newest first by the online correspondence inquiry.
      *  -CH-DOC-TYPE: 'INVOICE', 'DUNNING' (CH-DOC-INFO carries the
      *   notice wording, which shows its level), 'HHSTMT' household
      *   statement, 'MAILING' mail piece, 'BIRTHDAY' greeting,
      *   'REFUND' refund advice, 'DECLINE' order-declined notice,
      *   'SURVEY' satisfaction-survey invitation, 'SUBJACC'
      *   subject-access package, 'FINALSTM' final statement of
      *   account and 'CLOSURE' closure-confirmation letter.
      *  -CH-CHANNEL: 'PRINT' printed and posted, 'EMAIL' sent thru
      *   the mail gateway, 'BANK' sent with the bank's payment.
      *  -CH-ORDERNUM is the order the document relates to (the
      *   first billed order of an invoice), zero when none;
      *   CH-CAMPAIGN the mailing's campaign, spaces when none.
      *  -Record's length : 100
      * ------------------------------------------------------------
       01 CH-ODCSFCH-RECORD.
          05 CH-CORR-KEY.
             10 CH-CUSTIDENT        PIC 9(009).
             10 CH-CORRSEQ          PIC 9(005).
          05 CH-DOC-TYPE            PIC X(008).
          05 CH-PROGRAM             PIC X(008).
          05 CH-CHANNEL             PIC X(005).
          05 CH-SENT-DATE           PIC 9(008).
          05 CH-SENT-TIME           PIC 9(008).
          05 CH-ORDERNUM            PIC 9(006).
          05 CH-CAMPAIGN            PIC X(008).
          05 CH-DOC-INFO            PIC X(020).
          05 CH-FILLER              PIC X(015).
      * ------------------------------------------------------------
