       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSBT007.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Order-inquiry program (non-terminal callers)       *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This commarea-driven program answers the web portal's     *
      *     "has my order shipped, what do I owe?" questions without  *
      *     a phone call: given a CUSTIDENT it returns the customer's *
      *     recent orders with status, amount, paid amount, open      *
      *     balance, invoice date and last payment; given an order    *
      *     key it returns that order's line items and its status     *
      *     history.                                                  *
      *    -The customer must exist on the table ('23' when not).     *
      *     The orders themselves are read from the VSAM side         *
      *     (ODCSFORD, ODCSFOL, ORDHIST, PAYHIST): only there are     *
      *     the paid and credited amounts kept, and the table holds   *
      *     only the orders the portal captured.                      *
      *    -The same controls as RSSBT005: every inquiry is logged to *
      *     the CIAL access-history queue, and a payment's bank       *
      *     reference is masked unless the caller's operator profile  *
      *     carries the PII-view role.                                *
      * ------------------------------------------------------------- *
      *    Commarea ... : RSSBOIC                                     *
      *    No map - LINKed, never attached to a terminal.             *
      * ------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  CUST-TABLE-KEY  PIC S9(09) COMP-3 VALUE +0.
           05  WS-ENTRY-IX     PIC S9(04) COMP   VALUE +0.
           05  WS-FILE-RESP    PIC S9(08) COMP   VALUE +0.
           05  WS-BROWSE-SW    PIC X(01)         VALUE 'N'.
               88  BROWSE-DONE                   VALUE 'Y'.
           05  WS-FOUND-SW     PIC X(01)         VALUE 'N'.
               88  ENTRY-FOUND                   VALUE 'Y'.

      *--- Browse keys for the order-side VSAM files; each browse
      *--- backwards starts past the highest key the order can have
       01  WS-ORDER-KEY.
           05  WS-ORDER-CUSTIDENT            PIC 9(009).
           05  WS-ORDER-ORDERNUM             PIC 9(006).
       01  WS-LINE-KEY.
           05  WS-LINE-CUSTIDENT             PIC 9(009).
           05  WS-LINE-ORDERNUM              PIC 9(006).
           05  WS-LINE-LINENUM               PIC 9(003).
       01  WS-HIST-KEY.
           05  WS-HIST-CUSTIDENT             PIC 9(009).
           05  WS-HIST-ORDERNUM              PIC 9(006).
           05  WS-HIST-CHGSEQ                PIC 9(004).
       01  WS-PAY-KEY.
           05  WS-PAY-CUSTIDENT              PIC 9(009).
           05  WS-PAY-ORDERNUM               PIC 9(006).
           05  WS-PAY-PAYSEQ                 PIC 9(003).

      *--- Open-balance work fields (unset amounts count as zero)
       01  WS-PAID-AMT         PIC S9(7)V99 USAGE COMP-3 VALUE +0.
       01  WS-CREDIT-AMT       PIC S9(7)V99 USAGE COMP-3 VALUE +0.

      *--- Order-side records
       COPY ODCSFORD.
       COPY ODCSFOL.
       COPY ODCSFOH.
       COPY ODCSFPH.

      *--- PII masking, driven by the operator profile the way the
      *--- inquiry screens drive it
       01  WS-PII-AUTH-USERID               PIC X(08).
           88  FALLBACK-PII-VIEWER          VALUE
               'SUPER1  ' 'SUPER2  ' 'ADMIN   ' 'CICSUSER' 'PIIVIEW '.
       01  WS-PII-VIEW-SW                   PIC X(01) VALUE 'N'.
           88  VALID-PII-VIEWER             VALUE 'Y'.
       01  WS-PROF-RESP                     PIC S9(08) COMP VALUE +0.
       01  WS-PII-MASK-BANKREF              PIC X(16)
           VALUE '**MASKED**'.

      *--- Operator profile record, read for the role
       COPY ODCSFOP.

      *--- Access-history log record for the CIAL TD queue
       01  WS-LOG-RECORD.
           05  LOG-TRANSID                 PIC X(04).
           05  LOG-EIBDATE                 PIC S9(07) COMP-3.
           05  LOG-EIBTIME                 PIC S9(07) COMP-3.
           05  LOG-USERID                  PIC X(08).
           05  LOG-TERMID                  PIC X(04).
           05  LOG-CUSTIDENT               PIC 9(09).
           05  LOG-RESULT                  PIC X(02).

       01  WS-SQLCODE          PIC -999.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
       COPY RSSBOIC.

       PROCEDURE DIVISION.
       0000-PROCESS-INQUIRY-CALL.

           MOVE '00'   TO OIC-RETCODE.
           MOVE SPACES TO OIC-MESSAGE.
           INITIALIZE OIC-RESULTS.

           EVALUATE OIC-FUNC
              WHEN 'CUS'
                   PERFORM 1000-LIST-CUSTOMER-ORDERS
              WHEN 'ORD'
                   PERFORM 2000-INQUIRE-ORDER
              WHEN OTHER
                   MOVE '99' TO OIC-RETCODE
                   MOVE 'E: function not supported.' TO OIC-MESSAGE
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

      * --------------------------------------------------------
      * ! The customer's most recent orders, newest first, each
      * ! with its balance, invoice date and last payment.
      * --------------------------------------------------------
       1000-LIST-CUSTOMER-ORDERS.
           MOVE OIC-CUSTIDENT TO CUST-TABLE-KEY.
           PERFORM 1100-CHECK-CUSTOMER.
           IF OIC-RETCODE NOT = '00'
              GO TO 1000-LIST-CUSTOMER-ORDERS-X
           END-IF.
           PERFORM CHECK-PII-VIEW-ROLE.

           MOVE OIC-CUSTIDENT TO WS-ORDER-CUSTIDENT.
           MOVE 999999        TO WS-ORDER-ORDERNUM.
           EXEC CICS STARTBR DATASET('ODCSFORD')
                             RIDFLD(WS-ORDER-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
           END-EXEC.
      *--- Nothing at or past the key: browse back from the end
           IF WS-FILE-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-ORDER-KEY
              EXEC CICS STARTBR DATASET('ODCSFORD')
                                RIDFLD(WS-ORDER-KEY)
                                GTEQ
                                RESP(WS-FILE-RESP)
              END-EXEC
           END-IF.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ER' TO LOG-RESULT
              PERFORM 9000-LOG-INQUIRY-ACCESS
              MOVE '30' TO OIC-RETCODE
              MOVE 'E: access to order data unavailable'
                TO OIC-MESSAGE
              GO TO 1000-LIST-CUSTOMER-ORDERS-X
           END-IF.

           MOVE 'N' TO WS-BROWSE-SW.
           PERFORM 1200-READ-PREVIOUS-ORDER
             UNTIL BROWSE-DONE
                OR OIC-ORDER-COUNT = 10.
           EXEC CICS ENDBR DATASET('ODCSFORD') END-EXEC.

           MOVE 'OK' TO LOG-RESULT.
           PERFORM 9000-LOG-INQUIRY-ACCESS.
           IF OIC-ORDER-COUNT = 0
              MOVE 'I: no orders on file for this customer.'
                TO OIC-MESSAGE
           END-IF.
       1000-LIST-CUSTOMER-ORDERS-X.
           EXIT.

      * --------------------------------------------------------
      * ! The customer must exist on the table; the outcome goes
      * ! to the access log when it is a miss or an error.
      * --------------------------------------------------------
       1100-CHECK-CUSTOMER.
           EXEC SQL
                SELECT  CUSTIDENT
                INTO   :CUST-TABLE-KEY
                FROM    PJ01DB2.ODCSF0
                WHERE   CUSTIDENT = :CUST-TABLE-KEY
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = 100
              MOVE 'NF' TO LOG-RESULT
              PERFORM 9000-LOG-INQUIRY-ACCESS
              MOVE '23' TO OIC-RETCODE
              MOVE 'Customer not found on this identification number'
                TO OIC-MESSAGE
              GO TO 1100-CHECK-CUSTOMER-X
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 'ER' TO LOG-RESULT
              PERFORM 9000-LOG-INQUIRY-ACCESS
              MOVE '30' TO OIC-RETCODE
              MOVE 'E: access to customer data unavailable'
                TO OIC-MESSAGE
           END-IF.
       1100-CHECK-CUSTOMER-X.
           EXIT.

      * --------------------------------------------------------
      * ! One step back through the order file. The first read
      * ! after a GTEQ start may return the next customer's order,
      * ! which is passed over; an older customer's ends the list.
      * --------------------------------------------------------
       1200-READ-PREVIOUS-ORDER.
           EXEC CICS READPREV DATASET('ODCSFORD')
                              INTO(QO-ODCSFORD-RECORD)
                              RIDFLD(WS-ORDER-KEY)
                              LENGTH(LENGTH OF QO-ODCSFORD-RECORD)
                              RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BROWSE-SW
              GO TO 1200-READ-PREVIOUS-ORDER-X
           END-IF.
           IF QO-CUSTIDENT > OIC-CUSTIDENT
              GO TO 1200-READ-PREVIOUS-ORDER-X
           END-IF.
           IF QO-CUSTIDENT < OIC-CUSTIDENT
              MOVE 'Y' TO WS-BROWSE-SW
              GO TO 1200-READ-PREVIOUS-ORDER-X
           END-IF.
           ADD 1 TO OIC-ORDER-COUNT.
           MOVE OIC-ORDER-COUNT TO WS-ENTRY-IX.
           PERFORM 1300-FILL-ORDER-ENTRY.
       1200-READ-PREVIOUS-ORDER-X.
           EXIT.

      * --------------------------------------------------------
      * ! Order entry WS-ENTRY-IX from the order record: amounts
      * ! and open balance, invoice date, last payment.
      * --------------------------------------------------------
       1300-FILL-ORDER-ENTRY.
           MOVE QO-ORDERNUM    TO OIC-ORD-ORDERNUM (WS-ENTRY-IX).
           MOVE QO-ORDERDATE   TO OIC-ORD-ORDERDATE (WS-ENTRY-IX).
           MOVE QO-ORDERSTATUS TO OIC-ORD-STATUS (WS-ENTRY-IX).
           MOVE QO-ORDERAMT    TO OIC-ORD-AMOUNT (WS-ENTRY-IX).
           IF QO-CURRENCY = SPACES OR LOW-VALUES
              MOVE 'USD' TO OIC-ORD-CURRENCY (WS-ENTRY-IX)
           ELSE
              MOVE QO-CURRENCY TO OIC-ORD-CURRENCY (WS-ENTRY-IX)
           END-IF.
           MOVE 0 TO WS-PAID-AMT WS-CREDIT-AMT.
           IF QO-PAID-AMT NUMERIC
              MOVE QO-PAID-AMT TO WS-PAID-AMT
           END-IF.
           IF QO-CREDIT-AMT NUMERIC
              MOVE QO-CREDIT-AMT TO WS-CREDIT-AMT
           END-IF.
           MOVE WS-PAID-AMT   TO OIC-ORD-PAID-AMT (WS-ENTRY-IX).
           MOVE WS-CREDIT-AMT TO OIC-ORD-CREDIT-AMT (WS-ENTRY-IX).
           COMPUTE OIC-ORD-OPEN-BAL (WS-ENTRY-IX) =
                   QO-ORDERAMT - WS-PAID-AMT - WS-CREDIT-AMT.

           PERFORM 1400-FIND-INVOICE-DATE.
           PERFORM 1500-FIND-LAST-PAYMENT.
       1300-FILL-ORDER-ENTRY-X.
           EXIT.

      * --------------------------------------------------------
      * ! Invoice date: the first ORDHIST change to INVOICED.
      * --------------------------------------------------------
       1400-FIND-INVOICE-DATE.
           MOVE 0 TO OIC-ORD-INVOICE-DT (WS-ENTRY-IX).
           MOVE QO-CUSTIDENT TO WS-HIST-CUSTIDENT.
           MOVE QO-ORDERNUM  TO WS-HIST-ORDERNUM.
           MOVE 0            TO WS-HIST-CHGSEQ.
           EXEC CICS STARTBR DATASET('ORDHIST')
                             RIDFLD(WS-HIST-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO 1400-FIND-INVOICE-DATE-X
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1410-READ-NEXT-HISTORY
             UNTIL ENTRY-FOUND.
           EXEC CICS ENDBR DATASET('ORDHIST') END-EXEC.
       1400-FIND-INVOICE-DATE-X.
           EXIT.

       1410-READ-NEXT-HISTORY.
           EXEC CICS READNEXT DATASET('ORDHIST')
                              INTO(OH-ODCSFOH-RECORD)
                              RIDFLD(WS-HIST-KEY)
                              LENGTH(LENGTH OF OH-ODCSFOH-RECORD)
                              RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
           OR OH-CUSTIDENT NOT = QO-CUSTIDENT
           OR OH-ORDERNUM  NOT = QO-ORDERNUM
              MOVE 'Y' TO WS-FOUND-SW
              GO TO 1410-READ-NEXT-HISTORY-X
           END-IF.
           IF OH-NEW-STATUS = 'INVOICED'
              MOVE OH-CHGDATE TO OIC-ORD-INVOICE-DT (WS-ENTRY-IX)
              MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1410-READ-NEXT-HISTORY-X.
           EXIT.

      * --------------------------------------------------------
      * ! Last payment: the highest-sequence PAYHIST entry that is
      * ! a payment (or agency recovery) and was not reversed.
      * --------------------------------------------------------
       1500-FIND-LAST-PAYMENT.
           MOVE 0      TO OIC-ORD-LASTPAY-DT (WS-ENTRY-IX)
                          OIC-ORD-LASTPAY-AMT (WS-ENTRY-IX).
           MOVE SPACES TO OIC-ORD-LASTPAY-REF (WS-ENTRY-IX).
           MOVE QO-CUSTIDENT TO WS-PAY-CUSTIDENT.
           MOVE QO-ORDERNUM  TO WS-PAY-ORDERNUM.
           MOVE 999          TO WS-PAY-PAYSEQ.
           EXEC CICS STARTBR DATASET('PAYHIST')
                             RIDFLD(WS-PAY-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-PAY-KEY
              EXEC CICS STARTBR DATASET('PAYHIST')
                                RIDFLD(WS-PAY-KEY)
                                GTEQ
                                RESP(WS-FILE-RESP)
              END-EXEC
           END-IF.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO 1500-FIND-LAST-PAYMENT-X
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1510-READ-PREVIOUS-PAYMENT
             UNTIL ENTRY-FOUND.
           EXEC CICS ENDBR DATASET('PAYHIST') END-EXEC.
       1500-FIND-LAST-PAYMENT-X.
           EXIT.

       1510-READ-PREVIOUS-PAYMENT.
           EXEC CICS READPREV DATASET('PAYHIST')
                              INTO(PH-ODCSFPH-RECORD)
                              RIDFLD(WS-PAY-KEY)
                              LENGTH(LENGTH OF PH-ODCSFPH-RECORD)
                              RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-FOUND-SW
              GO TO 1510-READ-PREVIOUS-PAYMENT-X
           END-IF.
           IF PH-CUSTIDENT > QO-CUSTIDENT
           OR (PH-CUSTIDENT = QO-CUSTIDENT
               AND PH-ORDERNUM > QO-ORDERNUM)
              GO TO 1510-READ-PREVIOUS-PAYMENT-X
           END-IF.
           IF PH-CUSTIDENT NOT = QO-CUSTIDENT
           OR PH-ORDERNUM  NOT = QO-ORDERNUM
              MOVE 'Y' TO WS-FOUND-SW
              GO TO 1510-READ-PREVIOUS-PAYMENT-X
           END-IF.
           IF PH-ENTRY-TYPE = 'R' OR PH-REVERSED = 'Y'
              GO TO 1510-READ-PREVIOUS-PAYMENT-X
           END-IF.
           MOVE PH-PAYDATE TO OIC-ORD-LASTPAY-DT (WS-ENTRY-IX).
           MOVE PH-PAYAMT  TO OIC-ORD-LASTPAY-AMT (WS-ENTRY-IX).
           IF VALID-PII-VIEWER
              MOVE PH-BANKREF TO OIC-ORD-LASTPAY-REF (WS-ENTRY-IX)
           ELSE
              MOVE WS-PII-MASK-BANKREF
                TO OIC-ORD-LASTPAY-REF (WS-ENTRY-IX)
           END-IF.
           MOVE 'Y' TO WS-FOUND-SW.
       1510-READ-PREVIOUS-PAYMENT-X.
           EXIT.

      * --------------------------------------------------------
      * ! One order: its summary as order entry 1, its line items
      * ! and its status history, newest change first.
      * --------------------------------------------------------
       2000-INQUIRE-ORDER.
           MOVE OIC-CUSTIDENT TO CUST-TABLE-KEY.
           PERFORM 1100-CHECK-CUSTOMER.
           IF OIC-RETCODE NOT = '00'
              GO TO 2000-INQUIRE-ORDER-X
           END-IF.
           PERFORM CHECK-PII-VIEW-ROLE.

           MOVE OIC-CUSTIDENT TO WS-ORDER-CUSTIDENT.
           MOVE OIC-ORDERNUM  TO WS-ORDER-ORDERNUM.
           EXEC CICS READ DATASET('ODCSFORD')
                          INTO(QO-ODCSFORD-RECORD)
                          RIDFLD(WS-ORDER-KEY)
                          LENGTH(LENGTH OF QO-ODCSFORD-RECORD)
                          RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NOTFND)
              MOVE 'ON' TO LOG-RESULT
              PERFORM 9000-LOG-INQUIRY-ACCESS
              MOVE '24' TO OIC-RETCODE
              MOVE 'Order not found for this customer'
                TO OIC-MESSAGE
              GO TO 2000-INQUIRE-ORDER-X
           END-IF.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ER' TO LOG-RESULT
              PERFORM 9000-LOG-INQUIRY-ACCESS
              MOVE '30' TO OIC-RETCODE
              MOVE 'E: access to order data unavailable'
                TO OIC-MESSAGE
              GO TO 2000-INQUIRE-ORDER-X
           END-IF.

           MOVE 1 TO OIC-ORDER-COUNT WS-ENTRY-IX.
           PERFORM 1300-FILL-ORDER-ENTRY.
           PERFORM 2100-LOAD-ORDER-LINES.
           PERFORM 2200-LOAD-ORDER-HISTORY.

           MOVE 'OK' TO LOG-RESULT.
           PERFORM 9000-LOG-INQUIRY-ACCESS.
       2000-INQUIRE-ORDER-X.
           EXIT.

      * --------------------------------------------------------
      * ! Line items in line order; all are counted, the first 20
      * ! are returned.
      * --------------------------------------------------------
       2100-LOAD-ORDER-LINES.
           MOVE QO-CUSTIDENT TO WS-LINE-CUSTIDENT.
           MOVE QO-ORDERNUM  TO WS-LINE-ORDERNUM.
           MOVE 0            TO WS-LINE-LINENUM.
           EXEC CICS STARTBR DATASET('ODCSFOL')
                             RIDFLD(WS-LINE-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO 2100-LOAD-ORDER-LINES-X
           END-IF.
           MOVE 'N' TO WS-BROWSE-SW.
           PERFORM 2110-READ-NEXT-LINE
             UNTIL BROWSE-DONE.
           EXEC CICS ENDBR DATASET('ODCSFOL') END-EXEC.
       2100-LOAD-ORDER-LINES-X.
           EXIT.

       2110-READ-NEXT-LINE.
           EXEC CICS READNEXT DATASET('ODCSFOL')
                              INTO(OL-ODCSFOL-RECORD)
                              RIDFLD(WS-LINE-KEY)
                              LENGTH(LENGTH OF OL-ODCSFOL-RECORD)
                              RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
           OR OL-CUSTIDENT NOT = QO-CUSTIDENT
           OR OL-ORDERNUM  NOT = QO-ORDERNUM
              MOVE 'Y' TO WS-BROWSE-SW
              GO TO 2110-READ-NEXT-LINE-X
           END-IF.
           IF OIC-LINE-TOTAL < 999
              ADD 1 TO OIC-LINE-TOTAL
           END-IF.
           IF OIC-LINE-COUNT < 20
              ADD 1 TO OIC-LINE-COUNT
              MOVE OIC-LINE-COUNT TO WS-ENTRY-IX
              MOVE OL-LINENUM     TO OIC-LIN-LINENUM (WS-ENTRY-IX)
              MOVE OL-PRODCODE    TO OIC-LIN-PRODCODE (WS-ENTRY-IX)
              MOVE OL-QUANTITY    TO OIC-LIN-QUANTITY (WS-ENTRY-IX)
              MOVE OL-UNITPRICE   TO OIC-LIN-UNITPRICE (WS-ENTRY-IX)
              MOVE OL-SHIPPED-QTY
                TO OIC-LIN-SHIPPED-QTY (WS-ENTRY-IX)
              MOVE OL-BACKORD-QTY
                TO OIC-LIN-BACKORD-QTY (WS-ENTRY-IX)
           END-IF.
       2110-READ-NEXT-LINE-X.
           EXIT.

      * --------------------------------------------------------
      * ! Status history from ORDHIST, newest change first; all
      * ! are counted, the latest 20 are returned.
      * --------------------------------------------------------
       2200-LOAD-ORDER-HISTORY.
           MOVE QO-CUSTIDENT TO WS-HIST-CUSTIDENT.
           MOVE QO-ORDERNUM  TO WS-HIST-ORDERNUM.
           MOVE 9999         TO WS-HIST-CHGSEQ.
           EXEC CICS STARTBR DATASET('ORDHIST')
                             RIDFLD(WS-HIST-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-HIST-KEY
              EXEC CICS STARTBR DATASET('ORDHIST')
                                RIDFLD(WS-HIST-KEY)
                                GTEQ
                                RESP(WS-FILE-RESP)
              END-EXEC
           END-IF.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO 2200-LOAD-ORDER-HISTORY-X
           END-IF.
           MOVE 'N' TO WS-BROWSE-SW.
           PERFORM 2210-READ-PREVIOUS-HISTORY
             UNTIL BROWSE-DONE.
           EXEC CICS ENDBR DATASET('ORDHIST') END-EXEC.
       2200-LOAD-ORDER-HISTORY-X.
           EXIT.

       2210-READ-PREVIOUS-HISTORY.
           EXEC CICS READPREV DATASET('ORDHIST')
                              INTO(OH-ODCSFOH-RECORD)
                              RIDFLD(WS-HIST-KEY)
                              LENGTH(LENGTH OF OH-ODCSFOH-RECORD)
                              RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BROWSE-SW
              GO TO 2210-READ-PREVIOUS-HISTORY-X
           END-IF.
           IF OH-CUSTIDENT > QO-CUSTIDENT
           OR (OH-CUSTIDENT = QO-CUSTIDENT
               AND OH-ORDERNUM > QO-ORDERNUM)
              GO TO 2210-READ-PREVIOUS-HISTORY-X
           END-IF.
           IF OH-CUSTIDENT NOT = QO-CUSTIDENT
           OR OH-ORDERNUM  NOT = QO-ORDERNUM
              MOVE 'Y' TO WS-BROWSE-SW
              GO TO 2210-READ-PREVIOUS-HISTORY-X
           END-IF.
           IF OIC-HIST-TOTAL < 9999
              ADD 1 TO OIC-HIST-TOTAL
           END-IF.
           IF OIC-HIST-COUNT < 20
              ADD 1 TO OIC-HIST-COUNT
              MOVE OIC-HIST-COUNT TO WS-ENTRY-IX
              MOVE OH-CHGDATE    TO OIC-HST-CHGDATE (WS-ENTRY-IX)
              MOVE OH-CHGTIME    TO OIC-HST-CHGTIME (WS-ENTRY-IX)
              MOVE OH-OLD-STATUS TO OIC-HST-OLD-STATUS (WS-ENTRY-IX)
              MOVE OH-NEW-STATUS TO OIC-HST-NEW-STATUS (WS-ENTRY-IX)
           END-IF.
       2210-READ-PREVIOUS-HISTORY-X.
           EXIT.

      * --------------------------------------------------------
      * ! One CIAL record per inquiry, RSSBT005 layout.
      * --------------------------------------------------------
       9000-LOG-INQUIRY-ACCESS.
           MOVE EIBTRNID       TO LOG-TRANSID
           MOVE EIBDATE        TO LOG-EIBDATE
           MOVE EIBTIME        TO LOG-EIBTIME
           MOVE EIBUSERID      TO LOG-USERID
           MOVE EIBTRMID       TO LOG-TERMID
           MOVE CUST-TABLE-KEY TO LOG-CUSTIDENT
           EXEC CICS WRITEQ TD QUEUE('CIAL')
                               FROM(WS-LOG-RECORD)
                               LENGTH(LENGTH OF WS-LOG-RECORD)
           END-EXEC
           .

      * --------------------------------------------------------
       CHECK-PII-VIEW-ROLE.
           MOVE 'N' TO WS-PII-VIEW-SW.
           MOVE EIBUSERID TO OP-USERID.
           EXEC CICS READ DATASET('OPRPROF')
                          INTO(OP-ODCSFOP-RECORD)
                          RIDFLD(OP-USERID)
                          LENGTH(LENGTH OF OP-ODCSFOP-RECORD)
                          RESP(WS-PROF-RESP)
           END-EXEC.
           IF WS-PROF-RESP = DFHRESP(NORMAL)
              IF  (OP-ROLE = 'S' OR OP-ROLE = 'P')
              AND OP-ACTIVE = 'Y'
                 MOVE 'Y' TO WS-PII-VIEW-SW
              END-IF
           ELSE
              MOVE EIBUSERID TO WS-PII-AUTH-USERID
              IF FALLBACK-PII-VIEWER
                 MOVE 'Y' TO WS-PII-VIEW-SW
              END-IF
           END-IF.
