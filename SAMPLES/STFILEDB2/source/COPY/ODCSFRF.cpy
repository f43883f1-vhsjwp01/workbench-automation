      *  -Written by the remittance run when a payment exceeds the
      *   order's open balance; extracted for the bank by the
      *   refund extract step, which stamps the extract date.
      *  -RF-STATUS: 'O' open (awaiting extract), 'X' extracted,
      *   'E' escheated: left unclaimed past the state's dormancy
      *   period, reported to the state by the unclaimed-property
      *   run (RSSABC38) and no longer owed to the customer.
      *  -Record's length : 60
      * ------------------------------------------------------------
       01 RF-ODCSFRF-RECORD.
