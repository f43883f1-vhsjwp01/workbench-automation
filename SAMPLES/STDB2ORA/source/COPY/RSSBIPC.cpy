      * ------------------------------------------------------------
      * Commarea for the RSSBT008 pay-by-phone posting program,
      * LINKed by the IVR.
      *  -IPC-FUNC: 'PAY' post IPC-PAYAMT against the order named
      *   by IPC-CUSTIDENT and IPC-ORDERNUM, today, the same way
      *   the remittance run applies a bank payment.
      *  -IPC-QUOTED-BAL is the open balance the IVR read out to
      *   the caller (from RSSBT007); when not zero it must still
      *   be the order's open balance, or nothing is posted ('26').
      *  -On '00' IPC-CONFIRM-NO is the confirmation number given
      *   to the caller and carried as the bank reference of the
      *   payment; the bank's remittance quotes it back, and the
      *   next remittance run passes over a payment already posted
      *   under it. IPC-NEW-STATUS / IPC-NEW-BAL are the order's
      *   status and open balance after the posting, IPC-REFUND-AMT
      *   what was paid over the balance (carried as a refund due).
      *  -IPC-RETCODE: '00' posted, '24' order not found, '25'
      *   order not open for payment (not invoiced, settled or
      *   with the collection agency), '26' quoted balance out of
      *   date, '30' data unavailable, '31' amount not valid, '99'
      *   bad function; IPC-MESSAGE says why.
      * ------------------------------------------------------------
       01 RSSBIP-AREA.
          05 IPC-FUNC               PIC X(003).
          05 IPC-CUSTIDENT          PIC 9(006).
          05 IPC-ORDERNUM           PIC 9(006).
          05 IPC-PAYAMT             PIC 9(007)V99.
          05 IPC-QUOTED-BAL         PIC 9(007)V99.
          05 IPC-RETCODE            PIC X(002).
          05 IPC-MESSAGE            PIC X(079).
          05 IPC-CONFIRM-NO         PIC X(011).
          05 IPC-NEW-STATUS         PIC X(010).
          05 IPC-NEW-BAL            PIC 9(007)V99.
          05 IPC-REFUND-AMT         PIC 9(007)V99.
      * ------------------------------------------------------------
