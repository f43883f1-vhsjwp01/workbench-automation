      *     ORDER AND CARRIES THE EXCESS AS A REFUND-DUE RECORD ON    *
      *     THE KEYED REFUND FILE, WHICH THE RSSABB50 REFUND          *
      *     EXTRACT HANDS TO ACCOUNTING FOR DISBURSEMENT.             *
      *    -A PAYMENT DATED BY THE INVOICE'S EARLY-PAYMENT DISCOUNT   *
      *     DATE (INVOICE TERMS) THAT FALLS SHORT OF THE BALANCE BY   *
      *     NO MORE THAN THE TERMS' DISCOUNT SETTLES THE ORDER: THE   *
      *     SHORTFALL IS GRANTED AS A 'TRM' CREDIT MEMO, ONCE PER     *
      *     INVOICE.                                                  *
      *    -PAYMENTS THAT DO NOT MATCH AN ORDER OR MATCH AN ORDER     *
      *     NOT YET INVOICED ARE WRITTEN TO AN EXCEPTION FILE WITH    *
      *     A REASON. SO IS A PAYMENT ON AN ORDER PLACED WITH THE     *
      *     COLLECTION AGENCY, WHICH COLLECTS IT FROM THEN ON (ITS    *
      *     RECOVERIES COME IN THRU RSSABB93).                        *
      *    -A PAYMENT THAT CANNOT BE APPLIED BUT CARRIES A USABLE     *
      *     AMOUNT IS HELD ON THE KEYED UNAPPLIED-CASH SUSPENSE FILE  *
      *     (AMOUNT, DATE, BANK REFERENCE, THE KEY AS SENT AND THE    *
      *     REASON) FOR THE CASH DESK TO RESEARCH AND APPLY ONLINE    *
      *     (RSSAT036); ONLY A RECORD WITH NO USABLE AMOUNT IS LEFT   *
      *     ON THE EXCEPTION FILE.                                    *
      *    -A PAYMENT DATED INTO AN ACCOUNTING PERIOD FINANCE HAS     *
      *     CLOSED IS CHECKED THRU RSSPER00: IT IS POSTED ON THE      *
      *     FIRST DAY OF THE FIRST OPEN MONTH INSTEAD, OR, WHEN LATE  *
      *     POSTINGS ARE REFUSED, HELD ON THE SUSPENSE FILE AS        *
      *     'PERIOD CLOSED'; EITHER WAY IT IS LISTED ON THE LATE-     *
      *     POSTING REPORT.                                           *
      *    -A PAYMENT TAKEN BY THE IVR PAY-BY-PHONE LINE IS POSTED    *
      *     ONLINE (RSSBT008) UNDER ITS CONFIRMATION NUMBER ('IV'     *
      *     PLUS 9 DIGITS), WHICH THE BANK QUOTES BACK AS THE BANK    *
      *     REFERENCE. A REMITTANCE WHOSE REFERENCE IS ALREADY ON THE *
      *     ORDER'S PAYMENT HISTORY IS PASSED OVER AND COUNTED, NOT   *
      *     APPLIED A SECOND TIME.                                    *
      *    -A PAYMENT SENT BY A CORPORATE BILL-TO PARENT WITH A ZERO  *
      *     ORDER NUMBER (ONE REMITTANCE AGAINST ITS CONSOLIDATED     *
      *     INVOICE) IS SPREAD ACROSS THE OPEN (INVOICED OR PARTPAID) *
      *     ORDERS OF THE PARENT AND OF EVERY LOCATION BILLED TO IT   *
      *     (BILLTO, RESOLVED THRU RSSBTR00), OLDEST ORDER DATE       *
      *     FIRST. EACH ORDER REACHED IS SETTLED OR LEFT PARTPAID     *
      *     AND GETS ITS OWN PAYMENT-HISTORY RECORD; WHAT IS LEFT     *
      *     OVER IS A REFUND DUE TO THE PARENT, AND A PARENT WITH NO  *
      *     OPEN ORDER HAS THE PAYMENT HELD ON SUSPENSE. NO EARLY-    *
      *     PAYMENT DISCOUNT IS TAKEN ON A SPREAD PAYMENT.            *
      * ------------------------------------------------------------- *
      * INPUT FILE       : QSAM - PAYFILE (BANK REMITTANCE FILE)      *
      * INPUT/OUTPUT FILE: VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)    *
      * OUTPUT FILE      : VSAM - PJ01AAA.RT.VSAM.PAYHIST (ODCSFPH)   *
      * OUTPUT FILE      : VSAM - REFUND (REFUNDS DUE, ODCSFRF)       *
      * INPUT/OUTPUT FILE: VSAM - INVTERMS (INVOICE TERMS, ODCSFIT)   *
      * OUTPUT FILE      : VSAM - CRMEMO (CREDIT MEMOS, ODCSFCM)      *
      * OUTPUT FILE      : VSAM - UNAPPCSH (UNAPPLIED CASH, ODCSFUC)  *
      * REJECT FILE      : QSAM - REJPAY (UNMATCHED PAYMENTS)         *
      * OUTPUT FILE      : QSAM - CTLTOT (END-OF-SUITE COUNTS)        *
      * INPUT FILE       : VSAM - BILLTO (THRU RSSBTR00)              *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS PAYFILE-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, SETTLED IN PLACE (BROWSED BY
      * LOCATION FOR A BILL-TO PARENT'S PAYMENT)
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

               RECORD KEY   IS RF-REFUND-KEY
               FILE STATUS  IS VKSDRF-STATUS.

      * INVOICE TERMS VSAM-KSDS FILE: THE ORDER'S DISCOUNT DATE AND
      * PERCENTAGE, MARKED WHEN THE DISCOUNT IS TAKEN (ABSENT RECORD
      * OR FILE MEANS NO DISCOUNT)
           SELECT OPTIONAL INVTERMS-FILE
               ASSIGN       TO INVTERMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IT-ORDER-KEY
               FILE STATUS  IS INVTERMS-STATUS.

      * CREDIT-MEMO VSAM-KSDS FILE: ONE RECORD PER EARLY-PAYMENT
      * DISCOUNT GRANTED, NUMBERED PER ORDER BY A KEYED BROWSE
           SELECT OPTIONAL VKSDCM-FILE
               ASSIGN       TO CRMEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CM-MEMO-KEY
               FILE STATUS  IS VKSDCM-STATUS.

      * UNAPPLIED-CASH SUSPENSE VSAM-KSDS FILE: ONE RECORD PER
      * PAYMENT THAT COULD NOT BE APPLIED, NUMBERED PER RUN DATE BY A
      * KEYED BROWSE
           SELECT OPTIONAL VKSDUC-FILE
               ASSIGN       TO UNAPPCSH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS UC-SUSP-KEY
               FILE STATUS  IS VKSDUC-STATUS.

      * REJECTED/EXCEPTION PAYMENTS FROM APPLY-PAYMENT
           SELECT REJPAY-FILE
               ASSIGN       TO REJPAY
       FD   VKSDRF-FILE.
       COPY ODCSFRF.

       FD   INVTERMS-FILE.
       COPY ODCSFIT.

       FD   VKSDCM-FILE.
       COPY ODCSFCM.

       FD   VKSDUC-FILE.
       COPY ODCSFUC.

       FD   REJPAY-FILE
            RECORD CONTAINS 060 CHARACTERS.
       01  REJPAY-RECORD.
       01  VKSDRF-STATUS.
           05  VKSDRF-STAT1        PIC X.
           05  VKSDRF-STAT2        PIC X.
       01  INVTERMS-STATUS.
           05  INVTERMS-STAT1      PIC X.
           05  INVTERMS-STAT2      PIC X.
       01  VKSDCM-STATUS.
           05  VKSDCM-STAT1        PIC X.
           05  VKSDCM-STAT2        PIC X.
       01  VKSDUC-STATUS.
           05  VKSDUC-STAT1        PIC X.
           05  VKSDUC-STAT2        PIC X.
       01  REJPAY-STATUS.
           05  REJPAY-STAT1        PIC X.
           05  REJPAY-STAT2        PIC X.
       01  WS-PARTIAL-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-OVERPAY-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-EARLYPAY-COUNT       PIC 9(7)    COMP VALUE 0.
       01  WS-SUSPENSE-COUNT       PIC 9(7)    COMP VALUE 0.

      * WORKING FIELDS FOR THE CURRENT PAYMENT
       01  WS-REJECT-REASON        PIC X(20)   VALUE SPACES.
       01  WS-OPEN-BALANCE         PIC 9(007)V99 VALUE 0.
       01  WS-EXCESS-AMT           PIC 9(007)V99 VALUE 0.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.
       01  WS-POST-DATE            PIC 9(008)  VALUE 0.
       01  WS-REDATED-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(7)    COMP VALUE 0.

      * ACCOUNTING-PERIOD AREA FOR THE RSSPER00 CHECK
       COPY RSSPERC.

      * EARLY-PAYMENT DISCOUNT FIELDS
       01  WS-PAY-DATE             PIC 9(008)  VALUE 0.
       01  WS-DISC-AMT             PIC 9(007)V99 VALUE 0.
       01  WS-CM-DONE-SWITCH       PIC X       VALUE 'N'.
           88  CM-BROWSE-DONE      VALUE 'Y'.
       01  WS-CM-NEXT-SEQ          PIC 9(003)  VALUE 0.

      * SUSPENSE SEQUENCE FIELDS: THE RUN DATE'S NEXT SEQUENCE IS
      * FOUND BY A KEYED BROWSE ON THE FIRST ITEM SUSPENDED
       01  WS-UC-DONE-SWITCH       PIC X       VALUE 'N'.
           88  UC-BROWSE-DONE      VALUE 'Y'.
       01  WS-UC-SEQ-SWITCH        PIC X       VALUE 'N'.
           88  UC-SEQ-KNOWN        VALUE 'Y'.
       01  WS-UC-NEXT-SEQ          PIC 9(005)  VALUE 0.

      * REFUND SEQUENCE BROWSE FIELDS
       01  WS-RF-DONE-SWITCH       PIC X       VALUE 'N'.
           88  PH-BROWSE-DONE      VALUE 'Y'.
       01  WS-PH-NEXT-SEQ          PIC 9(003)  VALUE 0.

      * IVR PAYMENTS ALREADY POSTED ONLINE UNDER THEIR CONFIRMATION
       01  WS-IVR-POSTED-SWITCH    PIC X       VALUE 'N'.
           88  IVR-ALREADY-POSTED  VALUE 'Y'.
       01  WS-IVR-POSTED-COUNT     PIC 9(7)    COMP VALUE 0.

      * BILL-TO PARENT PAYMENT: THE OPEN ORDERS OF THE PARENT AND
      * ITS LOCATIONS, OLDEST ORDER DATE FIRST, AND WHAT IS LEFT OF
      * THE PAYMENT AS IT IS SPREAD OVER THEM
       COPY RSSBTRC.
       01  WS-BT-PARENT            PIC 9(009)  VALUE 0.
       01  WS-BT-CHILD-IX          PIC S9(4)   COMP VALUE +0.
       01  WS-LOC-CUSTIDENT        PIC 9(009)  VALUE 0.
       01  WS-LOC-DONE-SWITCH      PIC X       VALUE 'N'.
           88  LOC-BROWSE-DONE     VALUE 'Y'.
       01  WS-OPN-TABLE.
           05  WS-OPN-COUNT-ENT    PIC S9(4)   COMP VALUE +0.
           05  WS-OPN-ENTRY        OCCURS 500.
               10  WS-OPN-DATE     PIC 9(008).
               10  WS-OPN-CUSTID   PIC 9(009).
               10  WS-OPN-ORDNUM   PIC 9(006).
       01  WS-OPN-IX               PIC S9(4)   COMP VALUE +0.
       01  WS-OPN-POS              PIC S9(4)   COMP VALUE +0.
       01  WS-PAY-REMAIN           PIC 9(007)V99 VALUE 0.
       01  WS-PARENT-PAY-COUNT     PIC 9(7)    COMP VALUE 0.
       01  WS-SPREAD-COUNT         PIC 9(7)    COMP VALUE 0.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

           PERFORM VKSDORD-OPEN.
           PERFORM VKSDPH-OPEN.
           PERFORM VKSDRF-OPEN.
           PERFORM INVTERMS-OPEN.
           PERFORM VKSDCM-OPEN.
           PERFORM VKSDUC-OPEN.
           PERFORM REJPAY-OPEN.

      * ------------------------------------------------------------- *
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDPH-CLOSE.
           PERFORM VKSDRF-CLOSE.
           PERFORM INVTERMS-CLOSE.
           PERFORM VKSDCM-CLOSE.
           PERFORM VKSDUC-CLOSE.
           PERFORM REJPAY-CLOSE.

           PERFORM CTLTOT-OPEN.
           DISPLAY '   PARTIAL : ' WS-PARTIAL-COUNT
           DISPLAY '   OVERPAID: ' WS-OVERPAY-COUNT
           DISPLAY '   REJECTED: ' WS-REJECT-COUNT
           DISPLAY '   SUSPENSE: ' WS-SUSPENSE-COUNT
           DISPLAY '   EARLYPAY: ' WS-EARLYPAY-COUNT
           DISPLAY '   REDATED : ' WS-REDATED-COUNT
           DISPLAY '   REFUSED : ' WS-REFUSED-COUNT
           DISPLAY '   BILL-TO : ' WS-PARENT-PAY-COUNT
           DISPLAY '   IVR DUPS: ' WS-IVR-POSTED-COUNT
           DISPLAY "EXITING PROGRAM..."
           GOBACK.

               MOVE 'PAYMENT NOT NUMERIC' TO WS-REJECT-REASON
           END-IF

      * A PAYMENT THE IVR HAS ALREADY POSTED ONLINE COMES BACK
      * UNDER ITS CONFIRMATION NUMBER AND IS NOT APPLIED AGAIN...
           IF  WS-REJECT-REASON = SPACES
           AND PY-BANKREF (1:2) = 'IV'
               PERFORM CHECK-IVR-POSTED
               IF  IVR-ALREADY-POSTED
                   ADD 1 TO WS-IVR-POSTED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * A ZERO ORDER NUMBER FROM A BILL-TO PARENT PAYS ITS
      * CONSOLIDATED INVOICE AND IS SPREAD OVER THE OPEN ORDERS...
           IF  WS-REJECT-REASON = SPACES
           AND PY-ORDERNUM = '000000'
               MOVE 'C'          TO BTR-FUNC
               MOVE PY-CUSTIDENT TO BTR-CUSTIDENT
               CALL 'RSSBTR00' USING RSSBTR-AREA
               IF  BTR-RETCODE = '00' OR '04'
                   PERFORM APPLY-PARENT-PAYMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF  WS-REJECT-REASON = SPACES
               MOVE PY-CUSTIDENT TO QO-CUSTIDENT
               MOVE PY-ORDERNUM  TO QO-ORDERNUM
               IF  QO-ORDERSTATUS = 'SETTLED'
                   MOVE 'ALREADY SETTLED' TO WS-REJECT-REASON
               ELSE
                   IF  QO-ORDERSTATUS = 'PLACED'
                       MOVE 'PLACED WITH AGENCY' TO WS-REJECT-REASON
                   ELSE
                       IF  QO-ORDERSTATUS NOT = 'INVOICED'
                       AND QO-ORDERSTATUS NOT = 'PARTPAID'
                           MOVE 'ORDER NOT INVOICED'
                             TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

      * THE PAYMENT MAY NOT POST INTO A CLOSED ACCOUNTING PERIOD...
           IF  WS-REJECT-REASON = SPACES
               PERFORM CHECK-POSTING-PERIOD
           END-IF

      * AN OLD-LAYOUT RECORD NOT YET THROUGH THE CONVERSION STILL
      * HOLDS SPACES WHERE THE PAID AMOUNT LIVES AND MEANS UNPAID...
           IF  WS-REJECT-REASON = SPACES
               MOVE PY-PAYAMT TO WS-PAY-AMT
               COMPUTE WS-OPEN-BALANCE =
                       QO-ORDERAMT - QO-PAID-AMT - QO-CREDIT-AMT
               IF  WS-PAY-AMT < WS-OPEN-BALANCE
                   PERFORM CHECK-EARLY-PAY-DISCOUNT
               END-IF
           END-IF

      * A PAYMENT LARGER THAN THE BALANCE SETTLES THE ORDER AND
               IF  WS-PAY-AMT >= WS-OPEN-BALANCE
                   ADD WS-OPEN-BALANCE TO QO-PAID-AMT
                   MOVE 'SETTLED'  TO QO-ORDERSTATUS
                   MOVE WS-POST-DATE TO QO-SETTLEDT
                   IF  WS-PAY-AMT > WS-OPEN-BALANCE
                       COMPUTE WS-EXCESS-AMT =
                               WS-PAY-AMT - WS-OPEN-BALANCE
               PERFORM WRITE-PAYMENT-HISTORY
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               IF  PY-PAYAMT NUMERIC
               AND PY-PAYAMT > 0
                   PERFORM WRITE-SUSPENSE-ITEM
               ELSE
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * SPREAD A BILL-TO PARENT'S PAYMENT OVER THE OPEN ORDERS OF THE *
      * PARENT AND ITS LOCATIONS, OLDEST ORDER DATE FIRST. THE        *
      * LOCATIONS COME BACK FROM RSSBTR00 IN BTR-CHILD. WHAT THE      *
      * OPEN ORDERS DO NOT TAKE IS A REFUND DUE TO THE PARENT.        *
      *---------------------------------------------------------------*
       APPLY-PARENT-PAYMENT.
           ADD 1 TO WS-PARENT-PAY-COUNT
           MOVE PY-CUSTIDENT TO WS-BT-PARENT
           MOVE WS-BT-PARENT TO QO-CUSTIDENT
           MOVE ZEROS        TO QO-ORDERNUM
           PERFORM CHECK-POSTING-PERIOD
           IF  WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-SUSPENSE-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OPN-COUNT-ENT
           MOVE WS-BT-PARENT TO WS-LOC-CUSTIDENT
           PERFORM COLLECT-LOCATION-ORDERS
           PERFORM VARYING WS-BT-CHILD-IX FROM 1 BY 1
                   UNTIL WS-BT-CHILD-IX > BTR-CHILD-COUNT
              MOVE BTR-CHILD (WS-BT-CHILD-IX) TO WS-LOC-CUSTIDENT
              PERFORM COLLECT-LOCATION-ORDERS
           END-PERFORM
           IF  WS-OPN-COUNT-ENT = 0
               MOVE 'NO OPEN BILL-TO ORDER' TO WS-REJECT-REASON
               PERFORM WRITE-SUSPENSE-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE PY-PAYAMT TO WS-PAY-REMAIN
           PERFORM VARYING WS-OPN-IX FROM 1 BY 1
                   UNTIL WS-OPN-IX > WS-OPN-COUNT-ENT
                      OR WS-PAY-REMAIN = 0
              PERFORM APPLY-TO-OPEN-ORDER
           END-PERFORM

           IF  WS-PAY-REMAIN > 0
               MOVE WS-PAY-REMAIN TO WS-EXCESS-AMT
               PERFORM WRITE-REFUND-DUE
               ADD 1 TO WS-OVERPAY-COUNT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE ONE LOCATION'S KEY RANGE OF THE ORDERS FILE AND SLOT   *
      * EACH OPEN ORDER INTO THE TABLE BY ORDER DATE (KEY ORDER       *
      * WITHIN A DATE).                                               *
      *---------------------------------------------------------------*
       COLLECT-LOCATION-ORDERS.
           MOVE 'N' TO WS-LOC-DONE-SWITCH
           MOVE WS-LOC-CUSTIDENT TO QO-CUSTIDENT
           MOVE ZEROS            TO QO-ORDERNUM
           START VKSDORD-FILE KEY NOT < QO-ORDER-KEY
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOC-DONE-SWITCH
           END-IF
           PERFORM UNTIL LOC-BROWSE-DONE
              READ VKSDORD-FILE NEXT RECORD
              IF  VKSDORD-STATUS NOT = '00'
              OR  QO-CUSTIDENT NOT = WS-LOC-CUSTIDENT
                  MOVE 'Y' TO WS-LOC-DONE-SWITCH
              ELSE
                  IF  QO-ORDERSTATUS = 'INVOICED'
                  OR  QO-ORDERSTATUS = 'PARTPAID'
                      PERFORM SLOT-OPEN-ORDER
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       SLOT-OPEN-ORDER.
           IF  WS-OPN-COUNT-ENT >= 500
               MOVE 'RSSABB12: BILL-TO OPEN ORDER TABLE IS FULL'
                 TO DISP-MSG
               PERFORM Z-ABEND-PROGRAM
           END-IF
           MOVE 1 TO WS-OPN-POS
           PERFORM UNTIL WS-OPN-POS > WS-OPN-COUNT-ENT
                   OR WS-OPN-DATE (WS-OPN-POS) > QO-ORDERDATE
              ADD 1 TO WS-OPN-POS
           END-PERFORM
           PERFORM VARYING WS-OPN-IX FROM WS-OPN-COUNT-ENT BY -1
                   UNTIL WS-OPN-IX < WS-OPN-POS
              MOVE WS-OPN-ENTRY (WS-OPN-IX)
                TO WS-OPN-ENTRY (WS-OPN-IX + 1)
           END-PERFORM
           MOVE QO-ORDERDATE TO WS-OPN-DATE   (WS-OPN-POS)
           MOVE QO-CUSTIDENT TO WS-OPN-CUSTID (WS-OPN-POS)
           MOVE QO-ORDERNUM  TO WS-OPN-ORDNUM (WS-OPN-POS)
           ADD 1 TO WS-OPN-COUNT-ENT
           EXIT.

      *---------------------------------------------------------------*
      * APPLY WHAT IS LEFT OF THE PARENT'S PAYMENT TO ONE OPEN ORDER: *
      * IT SETTLES THE ORDER WHEN IT COVERS THE BALANCE, AND LEAVES   *
      * IT PARTPAID OTHERWISE.                                        *
      *---------------------------------------------------------------*
       APPLY-TO-OPEN-ORDER.
           MOVE WS-OPN-CUSTID (WS-OPN-IX) TO QO-CUSTIDENT
           MOVE WS-OPN-ORDNUM (WS-OPN-IX) TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           IF  VKSDORD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF  QO-PAID-AMT NOT NUMERIC
               MOVE ZEROS TO QO-PAID-AMT
           END-IF
           IF  QO-CREDIT-AMT NOT NUMERIC
               MOVE ZEROS TO QO-CREDIT-AMT
           END-IF
           COMPUTE WS-OPEN-BALANCE =
                   QO-ORDERAMT - QO-PAID-AMT - QO-CREDIT-AMT
           MOVE QO-ORDERSTATUS TO OHW-OLD-STATUS
           IF  WS-PAY-REMAIN >= WS-OPEN-BALANCE
               MOVE WS-OPEN-BALANCE TO WS-PAY-AMT
               ADD WS-OPEN-BALANCE  TO QO-PAID-AMT
               MOVE 'SETTLED'       TO QO-ORDERSTATUS
               MOVE WS-POST-DATE    TO QO-SETTLEDT
           ELSE
               MOVE WS-PAY-REMAIN   TO WS-PAY-AMT
               ADD WS-PAY-REMAIN    TO QO-PAID-AMT
               MOVE 'PARTPAID'      TO QO-ORDERSTATUS
               ADD 1 TO WS-PARTIAL-COUNT
           END-IF
           SUBTRACT WS-PAY-AMT FROM WS-PAY-REMAIN
           PERFORM VKSDORD-REWRITE
           IF  QO-ORDERSTATUS NOT = OHW-OLD-STATUS
               MOVE QO-CUSTIDENT   TO OHW-CUSTIDENT
               MOVE QO-ORDERNUM    TO OHW-ORDERNUM
               MOVE QO-ORDERSTATUS TO OHW-NEW-STATUS
               MOVE 'RSSABB12'     TO OHW-PROGRAM
               MOVE SPACES         TO OHW-USERID
               CALL 'RSSOHW00' USING RSSOHW-AREA
           END-IF
           PERFORM WRITE-PAYMENT-HISTORY
           ADD 1 TO WS-SPREAD-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE ORDER'S KEY RANGE OF THE PAYMENT-HISTORY FILE FOR  *
      * A PAYMENT RECORDED UNDER THE REMITTANCE'S BANK REFERENCE (THE *
      * IVR CONFIRMATION NUMBER).                                     *
      *---------------------------------------------------------------*
       CHECK-IVR-POSTED.
           MOVE 'N' TO WS-IVR-POSTED-SWITCH.
           MOVE 'N' TO WS-PH-DONE-SWITCH.
           MOVE PY-CUSTIDENT TO QO-CUSTIDENT.
           MOVE PY-ORDERNUM  TO QO-ORDERNUM.
           MOVE QO-CUSTIDENT TO PH-CUSTIDENT.
           MOVE QO-ORDERNUM  TO PH-ORDERNUM.
           MOVE ZEROS        TO PH-PAYSEQ.
           START VKSDPH-FILE KEY NOT < PH-PAY-KEY
           IF  VKSDPH-STATUS NOT = '00'
               MOVE 'Y' TO WS-PH-DONE-SWITCH
           END-IF
           PERFORM UNTIL PH-BROWSE-DONE
              READ VKSDPH-FILE NEXT RECORD
              IF  VKSDPH-STATUS NOT = '00'
              OR  PH-CUSTIDENT NOT = QO-CUSTIDENT
              OR  PH-ORDERNUM  NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-PH-DONE-SWITCH
              ELSE
                  IF  PH-BANKREF = PY-BANKREF
                  AND PH-ENTRY-TYPE NOT = 'R'
                      MOVE 'Y' TO WS-IVR-POSTED-SWITCH
                      MOVE 'Y' TO WS-PH-DONE-SWITCH
                  END-IF
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * CHECK THE PAYMENT'S DATE AGAINST THE CLOSED ACCOUNTING        *
      * PERIOD. WS-POST-DATE COMES BACK AS THE DATE TO POST ON; A     *
      * REFUSED PAYMENT IS TURNED INTO A SUSPENSE ITEM.               *
      *---------------------------------------------------------------*
       CHECK-POSTING-PERIOD.
           MOVE 'C'          TO PER-FUNC
           MOVE 'RSSABB12'   TO PER-PROGRAM
           MOVE 'PAY'        TO PER-POST-TYPE
           MOVE QO-CUSTIDENT TO PER-CUSTIDENT
           MOVE QO-ORDERNUM  TO PER-ORDERNUM
           MOVE PY-PAYAMT    TO PER-AMOUNT
           MOVE PY-PAYDATE   TO PER-POST-DATE
           CALL 'RSSPER00' USING RSSPER-AREA
           MOVE PER-POST-DATE TO WS-POST-DATE
           IF  PER-RETCODE = '04'
               ADD 1 TO WS-REDATED-COUNT
           END-IF
           IF  PER-RETCODE = '08'
               MOVE 'PERIOD CLOSED' TO WS-REJECT-REASON
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A SHORT PAYMENT DATED BY THE INVOICE'S DISCOUNT DATE, WHOSE   *
      * SHORTFALL IS WITHIN THE TERMS' DISCOUNT ON THE OPEN BALANCE,  *
      * EARNS THE DISCOUNT: THE SHORTFALL IS GRANTED AS A CREDIT MEMO *
      * AND COMES OFF THE BALANCE, SO THE PAYMENT SETTLES THE ORDER.  *
      * THE INVOICE TERMS ARE MARKED SO IT IS GRANTED ONLY ONCE.      *
      *---------------------------------------------------------------*
       CHECK-EARLY-PAY-DISCOUNT.
           MOVE QO-CUSTIDENT TO IT-CUSTIDENT
           MOVE QO-ORDERNUM  TO IT-ORDERNUM
           PERFORM INVTERMS-READ
           IF  INVTERMS-STATUS = '00'
           AND IT-DISC-PCT NUMERIC
           AND IT-DISC-PCT > 0
           AND IT-DISC-TAKEN NOT = 'Y'
               MOVE PY-PAYDATE TO WS-PAY-DATE
               COMPUTE WS-DISC-AMT ROUNDED =
                       WS-OPEN-BALANCE * IT-DISC-PCT / 100
               IF  WS-PAY-DATE <= IT-DISC-DATE
               AND WS-PAY-AMT + WS-DISC-AMT >= WS-OPEN-BALANCE
                   COMPUTE WS-DISC-AMT = WS-OPEN-BALANCE - WS-PAY-AMT
                   PERFORM WRITE-DISCOUNT-MEMO
                   ADD WS-DISC-AMT TO QO-CREDIT-AMT
                   SUBTRACT WS-DISC-AMT FROM WS-OPEN-BALANCE
                   MOVE 'Y' TO IT-DISC-TAKEN
                   PERFORM INVTERMS-REWRITE
                   ADD 1 TO WS-EARLYPAY-COUNT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE EARLY-PAYMENT DISCOUNT AS A CREDIT MEMO, NUMBERED  *
      * ONE PAST THE ORDER'S CURRENT HIGHEST MEMO SEQUENCE.           *
      *---------------------------------------------------------------*
       WRITE-DISCOUNT-MEMO.
           PERFORM FIND-NEXT-MEMO-SEQ.
           MOVE QO-CUSTIDENT   TO CM-CUSTIDENT.
           MOVE QO-ORDERNUM    TO CM-ORDERNUM.
           MOVE WS-CM-NEXT-SEQ TO CM-MEMOSEQ.
           MOVE WS-POST-DATE   TO CM-MEMODATE.
           MOVE WS-DISC-AMT    TO CM-MEMOAMT.
           MOVE 'EARLY PAY DISCOUNT' TO CM-REASON.
           MOVE 'TRM'          TO CM-SOURCE.
           MOVE SPACES         TO CM-FILLER.
           PERFORM VKSDCM-WRITE.
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE ORDER'S KEY RANGE OF THE CREDIT-MEMO FILE FOR ITS  *
      * HIGHEST MEMO SEQUENCE.                                        *
      *---------------------------------------------------------------*
       FIND-NEXT-MEMO-SEQ.
           MOVE 1   TO WS-CM-NEXT-SEQ.
           MOVE 'N' TO WS-CM-DONE-SWITCH.
           MOVE QO-CUSTIDENT TO CM-CUSTIDENT.
           MOVE QO-ORDERNUM  TO CM-ORDERNUM.
           MOVE ZEROS        TO CM-MEMOSEQ.
           START VKSDCM-FILE KEY NOT < CM-MEMO-KEY
           IF  VKSDCM-STATUS NOT = '00'
               MOVE 'Y' TO WS-CM-DONE-SWITCH
           END-IF
           PERFORM UNTIL CM-BROWSE-DONE
              READ VKSDCM-FILE NEXT RECORD
              IF  VKSDCM-STATUS NOT = '00'
              OR  CM-CUSTIDENT NOT = QO-CUSTIDENT
              OR  CM-ORDERNUM  NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-CM-DONE-SWITCH
              ELSE
                  COMPUTE WS-CM-NEXT-SEQ = CM-MEMOSEQ + 1
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * CARRY THE OVERPAID EXCESS AS A REFUND-DUE RECORD, NUMBERED    *
      * ONE PAST THE CUSTOMER'S CURRENT HIGHEST REFUND SEQUENCE.      *
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE APPLIED PAYMENT ON THE PAYMENT-HISTORY FILE UNDER  *
      * THE ORDER IN HAND, NUMBERED ONE PAST THE ORDER'S CURRENT      *
      * HIGHEST PAYMENT SEQUENCE.                                     *
      *---------------------------------------------------------------*
       WRITE-PAYMENT-HISTORY.
           PERFORM FIND-NEXT-PAY-SEQ.
           MOVE QO-CUSTIDENT   TO PH-CUSTIDENT.
           MOVE QO-ORDERNUM    TO PH-ORDERNUM.
           MOVE WS-PH-NEXT-SEQ TO PH-PAYSEQ.
           MOVE WS-PAY-AMT     TO PH-PAYAMT.
           MOVE WS-POST-DATE   TO PH-PAYDATE.
           MOVE PY-BANKREF     TO PH-BANKREF.
           MOVE 'P'            TO PH-ENTRY-TYPE.
           MOVE 'N'            TO PH-REVERSED.
           MOVE SPACES         TO PH-RET-REASON.
           MOVE SPACES         TO PH-FILLER.
           WRITE PH-ODCSFPH-RECORD
           IF  VKSDPH-STATUS NOT = '00'
       FIND-NEXT-PAY-SEQ.
           MOVE 1   TO WS-PH-NEXT-SEQ.
           MOVE 'N' TO WS-PH-DONE-SWITCH.
           MOVE QO-CUSTIDENT TO PH-CUSTIDENT.
           MOVE QO-ORDERNUM  TO PH-ORDERNUM.
           MOVE ZEROS        TO PH-PAYSEQ.
           START VKSDPH-FILE KEY NOT < PH-PAY-KEY
           IF  VKSDPH-STATUS NOT = '00'
           PERFORM UNTIL PH-BROWSE-DONE
              READ VKSDPH-FILE NEXT RECORD
              IF  VKSDPH-STATUS NOT = '00'
              OR  PH-CUSTIDENT NOT = QO-CUSTIDENT
              OR  PH-ORDERNUM  NOT = QO-ORDERNUM
                  MOVE 'Y' TO WS-PH-DONE-SWITCH
              ELSE
                  COMPUTE WS-PH-NEXT-SEQ = PH-PAYSEQ + 1
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * HOLD THE PAYMENT THAT COULD NOT BE APPLIED ON THE UNAPPLIED-  *
      * CASH SUSPENSE FILE, OPEN, UNDER THE RUN DATE AND THE NEXT     *
      * SEQUENCE OF THAT DATE, WITH THE REASON IT WAS NOT APPLIED.    *
      *---------------------------------------------------------------*
       WRITE-SUSPENSE-ITEM.
           IF  NOT UC-SEQ-KNOWN
               PERFORM FIND-NEXT-SUSP-SEQ
               MOVE 'Y' TO WS-UC-SEQ-SWITCH
           END-IF
           MOVE WS-RUN-DATE      TO UC-SUSPDATE.
           MOVE WS-UC-NEXT-SEQ   TO UC-SUSPSEQ.
           MOVE 'O'              TO UC-STATUS.
           MOVE PY-PAYAMT        TO UC-PAYAMT.
           MOVE ZEROS            TO UC-APPLIED-AMT.
           IF  PY-PAYDATE NUMERIC
               MOVE PY-PAYDATE   TO UC-PAYDATE
           ELSE
               MOVE WS-RUN-DATE  TO UC-PAYDATE
           END-IF
           MOVE PY-BANKREF       TO UC-BANKREF.
           MOVE PY-CUSTIDENT     TO UC-PAY-CUSTIDENT.
           MOVE PY-ORDERNUM      TO UC-PAY-ORDERNUM.
           MOVE WS-REJECT-REASON TO UC-REASON.
           MOVE ZEROS            TO UC-CUSTIDENT.
           MOVE ZEROS            TO UC-LAST-APPLY-DATE.
           MOVE 'RSSABB12'       TO UC-UPD-USER.
           MOVE SPACES           TO UC-FILLER.
           PERFORM VKSDUC-WRITE.
           ADD 1 TO WS-UC-NEXT-SEQ.
           ADD 1 TO WS-SUSPENSE-COUNT.
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE RUN DATE'S KEY RANGE OF THE SUSPENSE FILE FOR ITS  *
      * HIGHEST SEQUENCE (A RERUN ON THE SAME DAY CARRIES ON FROM     *
      * THERE).                                                       *
      *---------------------------------------------------------------*
       FIND-NEXT-SUSP-SEQ.
           MOVE 1   TO WS-UC-NEXT-SEQ.
           MOVE 'N' TO WS-UC-DONE-SWITCH.
           MOVE WS-RUN-DATE TO UC-SUSPDATE.
           MOVE ZEROS       TO UC-SUSPSEQ.
           START VKSDUC-FILE KEY NOT < UC-SUSP-KEY
           IF  VKSDUC-STATUS NOT = '00'
               MOVE 'Y' TO WS-UC-DONE-SWITCH
           END-IF
           PERFORM UNTIL UC-BROWSE-DONE
              READ VKSDUC-FILE NEXT RECORD
              IF  VKSDUC-STATUS NOT = '00'
              OR  UC-SUSPDATE NOT = WS-RUN-DATE
                  MOVE 'Y' TO WS-UC-DONE-SWITCH
              ELSE
                  COMPUTE WS-UC-NEXT-SEQ = UC-SUSPSEQ + 1
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * WRITE THE CURRENT PAYMENT AND ITS REASON CODE TO THE          *
      * EXCEPTION FILE.                                               *
           MOVE 'PAYMENTS REJECTED' TO CTLTOT-LABEL.
           MOVE WS-REJECT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB12' TO CTLTOT-PROGRAM.
           MOVE 'EARLY-PAY DISCOUNTS' TO CTLTOT-LABEL.
           MOVE WS-EARLYPAY-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB12' TO CTLTOT-PROGRAM.
           MOVE 'PAYMENTS SUSPENDED' TO CTLTOT-LABEL.
           MOVE WS-SUSPENSE-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB12' TO CTLTOT-PROGRAM.
           MOVE 'PAYMENTS REDATED' TO CTLTOT-LABEL.
           MOVE WS-REDATED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB12' TO CTLTOT-PROGRAM.
           MOVE 'PAYMENTS REFUSED' TO CTLTOT-LABEL.
           MOVE WS-REFUSED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB12' TO CTLTOT-PROGRAM.
           MOVE 'BILL-TO PAYMENTS' TO CTLTOT-LABEL.
           MOVE WS-PARENT-PAY-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB12' TO CTLTOT-PROGRAM.
           MOVE 'BILL-TO ORDERS PAID' TO CTLTOT-LABEL.
           MOVE WS-SPREAD-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB12' TO CTLTOT-PROGRAM.
           MOVE 'IVR ALREADY POSTED' TO CTLTOT-LABEL.
           MOVE WS-IVR-POSTED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-READ.
           READ INVTERMS-FILE
           IF  INVTERMS-STATUS = '00'
           OR  INVTERMS-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB12: INVTERMS-FAILURE-READ...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-REWRITE.
           REWRITE IT-ODCSFIT-RECORD
           IF  INVTERMS-STATUS NOT = '00'
               MOVE 'RSSABB12: INVTERMS-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O INVTERMS-FILE
           IF  INVTERMS-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB12: INVTERMS-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVTERMS-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE INVTERMS-FILE
           IF  INVTERMS-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB12: INVTERMS, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVTERMS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCM-WRITE.
           WRITE CM-ODCSFCM-RECORD
           IF  VKSDCM-STATUS NOT = '00'
               MOVE 'RSSABB12: VKSDCM-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCM-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDCM-FILE
           IF  VKSDCM-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB12: VKSDCM-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCM-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCM-FILE
           IF  VKSDCM-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB12: VKSDCM, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCM-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDUC-WRITE.
           WRITE UC-ODCSFUC-RECORD
           IF  VKSDUC-STATUS NOT = '00'
               MOVE 'RSSABB12: VKSDUC-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDUC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDUC-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDUC-FILE
           IF  VKSDUC-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB12: VKSDUC-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDUC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDUC-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDUC-FILE
           IF  VKSDUC-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB12: VKSDUC, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDUC-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       REJPAY-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
