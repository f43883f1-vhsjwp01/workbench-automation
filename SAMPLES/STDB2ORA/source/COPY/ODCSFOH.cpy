      * ------------------------------------------------------------
      * Order status-history record description
      *  -Keyed by the order's key (customer id plus order number)
      *   plus a per-order change sequence; one record per status
      *   transition the order has been through (load, ship,
      *   invoice, settle, write-off, online change).
      *  -Written by RSSOHW00 from the batch side and directly by
      *   the order maintenance screen, paged back by the online
      *   order-history inquiry.
      *  -Record's length : 80
      * ------------------------------------------------------------
       01 OH-ODCSFOH-RECORD.
          05 OH-HIST-KEY.
             10 OH-CUSTIDENT        PIC 9(009).
             10 OH-ORDERNUM         PIC 9(006).
             10 OH-CHGSEQ           PIC 9(004).
          05 OH-OLD-STATUS          PIC X(010).
          05 OH-NEW-STATUS          PIC X(010).
          05 OH-CHGDATE             PIC 9(008).
          05 OH-CHGTIME             PIC 9(008).
          05 OH-PROGRAM             PIC X(008).
          05 OH-USERID              PIC X(008).
          05 OH-FILLER              PIC X(009).
      * ------------------------------------------------------------
