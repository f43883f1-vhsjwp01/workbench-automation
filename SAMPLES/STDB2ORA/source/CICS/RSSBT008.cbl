       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSSBT008.
       AUTHOR. Metaware.
      * ------------------------------------------------------------- *
      * - Simple Sample Application                                   *
      *            Pay-by-phone posting program (IVR)                 *
      * ------------------------------------------------------------- *
      * Description:                                                  *
      *    -This commarea-driven program lets the IVR pay-by-phone    *
      *     line post a payment the moment it is taken, instead of    *
      *     leaving the order past due (and open to a dunning letter) *
      *     until the bank's remittance file comes in: it validates   *
      *     the order key and its open balance and applies the        *
      *     payment today.                                            *
      *    -The remittance run's rules apply: an amount that clears   *
      *     the open balance settles the order, the excess over it    *
      *     is carried as a refund due, a smaller amount leaves the   *
      *     order part paid. The status change goes on the order      *
      *     history and the payment on the payment history.           *
      *    -The payment is recorded under a confirmation number       *
      *     ('IV' plus 9 digits) returned to the caller; the bank's   *
      *     remittance quotes it back as the bank reference, and      *
      *     RSSABB12 passes over a payment already posted under it.   *
      *    -Each call is logged to the CIAL access-history queue.     *
      * ------------------------------------------------------------- *
      *    Commarea ... : RSSBIPC                                     *
      *    No map - LINKed, never attached to a terminal.             *
      * ------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  CUST-TABLE-KEY  PIC S9(09) COMP-3 VALUE +0.
           05  WS-FILE-RESP    PIC S9(08) COMP   VALUE +0.
           05  TIME-ABS        PIC S9(15) COMP-3 VALUE +0.
           05  WS-TODAY        PIC 9(08)         VALUE 0.
           05  WS-BROWSE-SW    PIC X(01)         VALUE 'N'.
               88  BROWSE-DONE                   VALUE 'Y'.

      *--- Applying the payment to the order
       01  WS-PAY-AMT          PIC 9(07)V99 VALUE 0.
       01  WS-OPEN-BAL         PIC S9(09)V99 VALUE 0.
       01  WS-EXCESS-AMT       PIC 9(07)V99 VALUE 0.
       01  WS-OLD-STATUS       PIC X(010) VALUE SPACES.

      *--- Confirmation number: 'IV' and the low 9 digits of the
      *--- absolute time of the posting
       01  WS-CONFIRM-NO.
           05  WS-CONFIRM-PREFIX   PIC X(002) VALUE 'IV'.
           05  WS-CONFIRM-DIGITS   PIC 9(009) VALUE 0.
       01  WS-CONFIRM-QUOT     PIC S9(15) COMP-3 VALUE +0.

      *--- Payment-history, refund and order-history numbering
       01  WS-PAY-KEY.
           05  WS-PAY-CUSTIDENT            PIC 9(009).
           05  WS-PAY-ORDERNUM             PIC 9(006).
           05  WS-PAY-PAYSEQ               PIC 9(003).
       01  WS-PAY-HIGH-SEQ                 PIC 9(003) VALUE 0.
       01  WS-REF-KEY.
           05  WS-REF-CUSTIDENT            PIC 9(009).
           05  WS-REF-REFSEQ               PIC 9(004).
       01  WS-REF-HIGH-SEQ                 PIC 9(004) VALUE 0.
       01  WS-HIST-KEY.
           05  WS-HIST-CUSTIDENT           PIC 9(009).
           05  WS-HIST-ORDERNUM            PIC 9(006).
           05  WS-HIST-CHGSEQ              PIC 9(004).
       01  WS-HIST-HIGH-SEQ                PIC 9(004) VALUE 0.

      *--- Order-side records
       COPY ODCSFORD.
       COPY ODCSFPH.
       COPY ODCSFRF.
       COPY ODCSFOH.

      *--- Access-history log record for the CIAL TD queue
       01  WS-LOG-RECORD.
           05  LOG-TRANSID                 PIC X(04).
           05  LOG-EIBDATE                 PIC S9(07) COMP-3.
           05  LOG-EIBTIME                 PIC S9(07) COMP-3.
           05  LOG-USERID                  PIC X(08).
           05  LOG-TERMID                  PIC X(04).
           05  LOG-CUSTIDENT               PIC 9(09).
           05  LOG-RESULT                  PIC X(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
       COPY RSSBIPC.

       PROCEDURE DIVISION.
       0000-PROCESS-PAYMENT-CALL.

           MOVE '00'   TO IPC-RETCODE.
           MOVE SPACES TO IPC-MESSAGE IPC-CONFIRM-NO IPC-NEW-STATUS.
           MOVE 0      TO IPC-NEW-BAL IPC-REFUND-AMT.

           EVALUATE IPC-FUNC
              WHEN 'PAY'
                   PERFORM 1000-POST-PAYMENT
              WHEN OTHER
                   MOVE '99' TO IPC-RETCODE
                   MOVE 'E: function not supported.' TO IPC-MESSAGE
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

      * --------------------------------------------------------
      * ! Post one payment: edits, the order checks, the apply,
      * ! the histories and the trail.
      * --------------------------------------------------------
       1000-POST-PAYMENT.
           MOVE IPC-CUSTIDENT TO CUST-TABLE-KEY.
           PERFORM 1100-CTRL-PAYMENT-INPUT.
           IF IPC-RETCODE NOT = '00'
              MOVE 'ED' TO LOG-RESULT
              PERFORM 9000-LOG-PAYMENT-ACCESS
              GO TO 1000-POST-PAYMENT-X
           END-IF.

           PERFORM 1200-READ-ORDER-FOR-UPDATE.
           IF IPC-RETCODE NOT = '00'
              MOVE 'NF' TO LOG-RESULT
              PERFORM 9000-LOG-PAYMENT-ACCESS
              GO TO 1000-POST-PAYMENT-X
           END-IF.

           PERFORM 1300-CHECK-ORDER-OPEN.
           IF IPC-RETCODE NOT = '00'
              EXEC CICS UNLOCK DATASET('ODCSFORD') END-EXEC
              MOVE 'NO' TO LOG-RESULT
              PERFORM 9000-LOG-PAYMENT-ACCESS
              GO TO 1000-POST-PAYMENT-X
           END-IF.

           PERFORM 1400-APPLY-PAYMENT.
           IF IPC-RETCODE NOT = '00'
              MOVE 'ER' TO LOG-RESULT
              PERFORM 9000-LOG-PAYMENT-ACCESS
              GO TO 1000-POST-PAYMENT-X
           END-IF.

           MOVE WS-CONFIRM-NO  TO IPC-CONFIRM-NO.
           MOVE QO-ORDERSTATUS TO IPC-NEW-STATUS.
           MOVE WS-EXCESS-AMT  TO IPC-REFUND-AMT.
           IF WS-PAY-AMT < WS-OPEN-BAL
              COMPUTE IPC-NEW-BAL = WS-OPEN-BAL - WS-PAY-AMT
           END-IF.
           MOVE 'OK' TO LOG-RESULT.
           PERFORM 9000-LOG-PAYMENT-ACCESS.
           MOVE 'I: payment posted.' TO IPC-MESSAGE.
       1000-POST-PAYMENT-X.
           EXIT.

      * --------------------------------------------------------
      * ! The amount must be a non-zero number; a quoted balance,
      * ! when one is sent, must be a number.
      * --------------------------------------------------------
       1100-CTRL-PAYMENT-INPUT.
           IF  IPC-CUSTIDENT NOT NUMERIC
           OR  IPC-ORDERNUM  NOT NUMERIC
           OR  IPC-ORDERNUM  = 0
               MOVE '24' TO IPC-RETCODE
               MOVE 'E: order key must be numeric.' TO IPC-MESSAGE
               GO TO 1100-CTRL-PAYMENT-INPUT-X
           END-IF
           IF  IPC-PAYAMT NOT NUMERIC
           OR  IPC-PAYAMT = 0
               MOVE '31' TO IPC-RETCODE
               MOVE 'E: payment amount must be a non-zero number.'
                 TO IPC-MESSAGE
               GO TO 1100-CTRL-PAYMENT-INPUT-X
           END-IF
           IF  IPC-QUOTED-BAL NOT NUMERIC
               MOVE '31' TO IPC-RETCODE
               MOVE 'E: quoted balance must be numeric.'
                 TO IPC-MESSAGE
           END-IF.
       1100-CTRL-PAYMENT-INPUT-X.
           EXIT.

      * --------------------------------------------------------
      * ! The order, held for update until it is rewritten.
      * --------------------------------------------------------
       1200-READ-ORDER-FOR-UPDATE.
           MOVE IPC-CUSTIDENT TO QO-CUSTIDENT.
           MOVE IPC-ORDERNUM  TO QO-ORDERNUM.
           EXEC CICS READ DATASET('ODCSFORD')
                          INTO(QO-ODCSFORD-RECORD)
                          RIDFLD(QO-ORDER-KEY)
                          LENGTH(LENGTH OF QO-ODCSFORD-RECORD)
                          UPDATE
                          RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NOTFND)
              MOVE '24' TO IPC-RETCODE
              MOVE 'Order not found for this customer'
                TO IPC-MESSAGE
              GO TO 1200-READ-ORDER-FOR-UPDATE-X
           END-IF.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE '30' TO IPC-RETCODE
              MOVE 'E: access to order data unavailable'
                TO IPC-MESSAGE
           END-IF.
       1200-READ-ORDER-FOR-UPDATE-X.
           EXIT.

      * --------------------------------------------------------
      * ! The remittance run's order checks: invoiced or part
      * ! paid, not settled, not with the collection agency; and
      * ! the balance read out to the caller still stands.
      * --------------------------------------------------------
       1300-CHECK-ORDER-OPEN.
           IF QO-ORDERSTATUS = 'SETTLED'
              MOVE '25' TO IPC-RETCODE
              MOVE 'E: order is already settled.' TO IPC-MESSAGE
              GO TO 1300-CHECK-ORDER-OPEN-X
           END-IF.
           IF QO-ORDERSTATUS = 'PLACED'
              MOVE '25' TO IPC-RETCODE
              MOVE 'E: order is with the collection agency.'
                TO IPC-MESSAGE
              GO TO 1300-CHECK-ORDER-OPEN-X
           END-IF.
           IF  QO-ORDERSTATUS NOT = 'INVOICED'
           AND QO-ORDERSTATUS NOT = 'PARTPAID'
              MOVE '25' TO IPC-RETCODE
              MOVE 'E: order is not invoiced yet.' TO IPC-MESSAGE
              GO TO 1300-CHECK-ORDER-OPEN-X
           END-IF.

           PERFORM 1310-COMPUTE-OPEN-BALANCE.
           IF WS-OPEN-BAL NOT > 0
              MOVE '25' TO IPC-RETCODE
              MOVE 'E: order has no open balance.' TO IPC-MESSAGE
              GO TO 1300-CHECK-ORDER-OPEN-X
           END-IF.
           IF  IPC-QUOTED-BAL NOT = 0
           AND IPC-QUOTED-BAL NOT = WS-OPEN-BAL
              MOVE '26' TO IPC-RETCODE
              MOVE 'E: open balance has changed since it was quoted.'
                TO IPC-MESSAGE
           END-IF.
       1300-CHECK-ORDER-OPEN-X.
           EXIT.

      * --------------------------------------------------------
      * ! The order's open balance; amounts still blank on an
      * ! older record count as zero.
      * --------------------------------------------------------
       1310-COMPUTE-OPEN-BALANCE.
           IF QO-PAID-AMT NOT NUMERIC
              MOVE ZEROS TO QO-PAID-AMT
           END-IF
           IF QO-CREDIT-AMT NOT NUMERIC
              MOVE ZEROS TO QO-CREDIT-AMT
           END-IF
           COMPUTE WS-OPEN-BAL =
                   QO-ORDERAMT - QO-PAID-AMT - QO-CREDIT-AMT
           .

      * --------------------------------------------------------
      * ! The remittance run's rules: an amount that clears the
      * ! open balance settles the order, the excess over it is
      * ! carried as a refund due; a smaller one leaves the order
      * ! part paid. A failure after the rewrite backs the whole
      * ! posting out.
      * --------------------------------------------------------
       1400-APPLY-PAYMENT.
           EXEC CICS ASKTIME ABSTIME(TIME-ABS) END-EXEC.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(WS-TODAY)
           END-EXEC.
           DIVIDE TIME-ABS BY 1000000000 GIVING WS-CONFIRM-QUOT
                  REMAINDER WS-CONFIRM-DIGITS.

           MOVE IPC-PAYAMT     TO WS-PAY-AMT.
           MOVE QO-ORDERSTATUS TO WS-OLD-STATUS.
           MOVE 0              TO WS-EXCESS-AMT.
           IF WS-PAY-AMT NOT < WS-OPEN-BAL
              ADD  WS-OPEN-BAL  TO QO-PAID-AMT
              MOVE 'SETTLED'    TO QO-ORDERSTATUS
              MOVE WS-TODAY     TO QO-SETTLEDT
              COMPUTE WS-EXCESS-AMT = WS-PAY-AMT - WS-OPEN-BAL
           ELSE
              ADD  WS-PAY-AMT   TO QO-PAID-AMT
              MOVE 'PARTPAID'   TO QO-ORDERSTATUS
           END-IF.
           EXEC CICS REWRITE DATASET('ODCSFORD')
                     FROM(QO-ODCSFORD-RECORD)
                     LENGTH(LENGTH OF QO-ODCSFORD-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE '30' TO IPC-RETCODE
              MOVE 'E: order could not be updated, nothing posted'
                TO IPC-MESSAGE
              GO TO 1400-APPLY-PAYMENT-X
           END-IF.

           IF QO-ORDERSTATUS NOT = WS-OLD-STATUS
              PERFORM 1600-WRITE-ORDER-HISTORY
           END-IF.
           PERFORM 1500-WRITE-PAYMENT-HISTORY.
           IF  WS-FILE-RESP = DFHRESP(NORMAL)
           AND WS-EXCESS-AMT > 0
              PERFORM 1700-WRITE-REFUND-DUE
           END-IF.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE '30' TO IPC-RETCODE
              MOVE 'E: payment could not be recorded, nothing posted'
                TO IPC-MESSAGE
           END-IF.
       1400-APPLY-PAYMENT-X.
           EXIT.

      * --------------------------------------------------------
      * ! Record the payment on the payment-history file under
      * ! the confirmation number, numbered one past the order's
      * ! highest payment sequence.
      * --------------------------------------------------------
       1500-WRITE-PAYMENT-HISTORY.
           PERFORM 1510-FIND-HIGH-PAY-SEQ.
           MOVE QO-CUSTIDENT    TO PH-CUSTIDENT.
           MOVE QO-ORDERNUM     TO PH-ORDERNUM.
           COMPUTE PH-PAYSEQ = WS-PAY-HIGH-SEQ + 1.
           MOVE WS-PAY-AMT      TO PH-PAYAMT.
           MOVE WS-TODAY        TO PH-PAYDATE.
           MOVE WS-CONFIRM-NO   TO PH-BANKREF.
           MOVE 'P'             TO PH-ENTRY-TYPE.
           MOVE 'N'             TO PH-REVERSED.
           MOVE SPACES          TO PH-RET-REASON.
           MOVE SPACES          TO PH-FILLER.
           EXEC CICS WRITE DATASET('PAYHIST')
                           FROM(PH-ODCSFPH-RECORD)
                           RIDFLD(PH-PAY-KEY)
                           LENGTH(LENGTH OF PH-ODCSFPH-RECORD)
                           RESP(WS-FILE-RESP)
           END-EXEC.
       1500-WRITE-PAYMENT-HISTORY-X.
           EXIT.

       1510-FIND-HIGH-PAY-SEQ.
           MOVE 0             TO WS-PAY-HIGH-SEQ.
           MOVE QO-CUSTIDENT  TO WS-PAY-CUSTIDENT.
           MOVE QO-ORDERNUM   TO WS-PAY-ORDERNUM.
           MOVE ZEROS         TO WS-PAY-PAYSEQ.
           EXEC CICS STARTBR DATASET('PAYHIST')
                             RIDFLD(WS-PAY-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO 1510-FIND-HIGH-PAY-SEQ-X
           END-IF.
           MOVE 'N' TO WS-BROWSE-SW.
           PERFORM 1520-READ-NEXT-PAYMENT
             UNTIL BROWSE-DONE.
           EXEC CICS ENDBR DATASET('PAYHIST') END-EXEC.
       1510-FIND-HIGH-PAY-SEQ-X.
           EXIT.

       1520-READ-NEXT-PAYMENT.
           EXEC CICS READNEXT DATASET('PAYHIST')
                              INTO(PH-ODCSFPH-RECORD)
                              RIDFLD(WS-PAY-KEY)
                              LENGTH(LENGTH OF PH-ODCSFPH-RECORD)
                              RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
           OR PH-CUSTIDENT NOT = QO-CUSTIDENT
           OR PH-ORDERNUM  NOT = QO-ORDERNUM
              MOVE 'Y' TO WS-BROWSE-SW
           ELSE
              MOVE PH-PAYSEQ TO WS-PAY-HIGH-SEQ
           END-IF.

      * --------------------------------------------------------
      * ! Record the status transition on the order status-
      * ! history file with this program's name and the signed-on
      * ! user. A history problem never fails the posting itself.
      * --------------------------------------------------------
       1600-WRITE-ORDER-HISTORY.
           PERFORM 1610-FIND-HIGH-HIST-SEQ.
           MOVE QO-CUSTIDENT    TO OH-CUSTIDENT.
           MOVE QO-ORDERNUM     TO OH-ORDERNUM.
           COMPUTE OH-CHGSEQ = WS-HIST-HIGH-SEQ + 1.
           MOVE WS-OLD-STATUS   TO OH-OLD-STATUS.
           MOVE QO-ORDERSTATUS  TO OH-NEW-STATUS.
           EXEC CICS
                FORMATTIME ABSTIME(TIME-ABS)
                           YYYYMMDD(OH-CHGDATE)
                           TIME(OH-CHGTIME)
           END-EXEC.
           MOVE 'RSSBT008'      TO OH-PROGRAM.
           MOVE EIBUSERID       TO OH-USERID.
           MOVE SPACES          TO OH-FILLER.
           EXEC CICS WRITE DATASET('ORDHIST')
                           FROM(OH-ODCSFOH-RECORD)
                           RIDFLD(OH-HIST-KEY)
                           LENGTH(LENGTH OF OH-ODCSFOH-RECORD)
                           RESP(WS-FILE-RESP)
           END-EXEC.
           MOVE DFHRESP(NORMAL) TO WS-FILE-RESP.
       1600-WRITE-ORDER-HISTORY-X.
           EXIT.

       1610-FIND-HIGH-HIST-SEQ.
           MOVE 0             TO WS-HIST-HIGH-SEQ.
           MOVE QO-CUSTIDENT  TO WS-HIST-CUSTIDENT.
           MOVE QO-ORDERNUM   TO WS-HIST-ORDERNUM.
           MOVE ZEROS         TO WS-HIST-CHGSEQ.
           EXEC CICS STARTBR DATASET('ORDHIST')
                             RIDFLD(WS-HIST-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO 1610-FIND-HIGH-HIST-SEQ-X
           END-IF.
           MOVE 'N' TO WS-BROWSE-SW.
           PERFORM 1620-READ-NEXT-HISTORY
             UNTIL BROWSE-DONE.
           EXEC CICS ENDBR DATASET('ORDHIST') END-EXEC.
       1610-FIND-HIGH-HIST-SEQ-X.
           EXIT.

       1620-READ-NEXT-HISTORY.
           EXEC CICS READNEXT DATASET('ORDHIST')
                              INTO(OH-ODCSFOH-RECORD)
                              RIDFLD(WS-HIST-KEY)
                              LENGTH(LENGTH OF OH-ODCSFOH-RECORD)
                              RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
           OR OH-CUSTIDENT NOT = QO-CUSTIDENT
           OR OH-ORDERNUM  NOT = QO-ORDERNUM
              MOVE 'Y' TO WS-BROWSE-SW
           ELSE
              MOVE OH-CHGSEQ TO WS-HIST-HIGH-SEQ
           END-IF.

      * --------------------------------------------------------
      * ! Carry the amount over the open balance as a refund due,
      * ! numbered one past the customer's highest refund
      * ! sequence, for the refund extract to pick up.
      * --------------------------------------------------------
       1700-WRITE-REFUND-DUE.
           PERFORM 1710-FIND-HIGH-REFUND-SEQ.
           MOVE QO-CUSTIDENT    TO RF-CUSTIDENT.
           COMPUTE RF-REFSEQ = WS-REF-HIGH-SEQ + 1.
           MOVE QO-ORDERNUM     TO RF-ORDERNUM.
           MOVE WS-EXCESS-AMT   TO RF-AMOUNT.
           MOVE WS-TODAY        TO RF-CREATEDT.
           MOVE 'O'             TO RF-STATUS.
           MOVE ZEROS           TO RF-EXTRACTDT.
           MOVE WS-CONFIRM-NO   TO RF-BANKREF.
           MOVE SPACES          TO RF-FILLER.
           EXEC CICS WRITE DATASET('REFUND')
                           FROM(RF-ODCSFRF-RECORD)
                           RIDFLD(RF-REFUND-KEY)
                           LENGTH(LENGTH OF RF-ODCSFRF-RECORD)
                           RESP(WS-FILE-RESP)
           END-EXEC.
       1700-WRITE-REFUND-DUE-X.
           EXIT.

       1710-FIND-HIGH-REFUND-SEQ.
           MOVE 0             TO WS-REF-HIGH-SEQ.
           MOVE QO-CUSTIDENT  TO WS-REF-CUSTIDENT.
           MOVE ZEROS         TO WS-REF-REFSEQ.
           EXEC CICS STARTBR DATASET('REFUND')
                             RIDFLD(WS-REF-KEY)
                             GTEQ
                             RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO 1710-FIND-HIGH-REFUND-SEQ-X
           END-IF.
           MOVE 'N' TO WS-BROWSE-SW.
           PERFORM 1720-READ-NEXT-REFUND
             UNTIL BROWSE-DONE.
           EXEC CICS ENDBR DATASET('REFUND') END-EXEC.
       1710-FIND-HIGH-REFUND-SEQ-X.
           EXIT.

       1720-READ-NEXT-REFUND.
           EXEC CICS READNEXT DATASET('REFUND')
                              INTO(RF-ODCSFRF-RECORD)
                              RIDFLD(WS-REF-KEY)
                              LENGTH(LENGTH OF RF-ODCSFRF-RECORD)
                              RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
           OR RF-CUSTIDENT NOT = QO-CUSTIDENT
              MOVE 'Y' TO WS-BROWSE-SW
           ELSE
              MOVE RF-REFSEQ TO WS-REF-HIGH-SEQ
           END-IF.

      * --------------------------------------------------------
      * ! One CIAL record per call, RSSBT005 layout.
      * --------------------------------------------------------
       9000-LOG-PAYMENT-ACCESS.
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
