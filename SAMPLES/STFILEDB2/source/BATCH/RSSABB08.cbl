      *     UNDER ITS PARENT ORDER ON THE VSAM-KSDS LINE-ITEM FILE.   *
      *     A LINE WHOSE PARENT ORDER DID NOT LOAD, OR WHOSE KEY IS   *
      *     ALREADY LOADED, GOES TO ITS OWN EXCEPTION FILE.           *
      *    -AN ORDER SUSPENDED ON THE CREDIT-LIMIT CHECK IS ALSO      *
      *     PLACED ON THE KEYED CREDIT-REFERRAL WORKLIST (REFWORK)    *
      *     FOR A SUPERVISOR TO APPROVE OR DECLINE ON THE REFERRAL    *
      *     REVIEW SCREEN, AND ITS LINE ITEMS ARE HELD ON THE KEYED   *
      *     REFERRED-LINE FILE (REFLINE) INSTEAD OF BEING REJECTED,   *
      *     SO THE RELEASE STEP CAN LOAD THEM WITH THE ORDER.         *
      *    -A LINE FOR A STOCK-CONTROLLED PRODUCT (ONE WITH A RECORD  *
      *     ON THE INVENTORY FILE) RESERVES WHAT STOCK IS AVAILABLE   *
      *     FOR IT; THE QUANTITY THE STOCK CANNOT COVER IS LOADED AS  *
      *     BACKORDERED AND COUNTED TO CTLTOT.                        *
      *    -AN ORDER FOR A CUSTOMER ON COMPLIANCE HOLD (A CONFIRMED   *
      *     WATCH-LIST MATCH) IS REJECTED LIKE ONE FOR A CLOSED       *
      *     CUSTOMER, AND SO IS ONE FOR A CUSTOMER ON FRAUD HOLD (A   *
      *     CONFIRMED FRAUD-PATTERN HIT).                             *
      *    -AN ORDER MAY CARRY A PROMOTION CODE, VALIDATED THRU       *
      *     RSSPRO00 AGAINST THE PROMOTION TABLE (UNKNOWN, NOT IN     *
      *     EFFECT OR ALREADY USED IS A REJECT). THE DISCOUNT IS      *
      *     TAKEN OFF THE ORDER AMOUNT BEFORE THE CREDIT CHECK AND    *
      *     THE LOAD, AND THE REDEMPTION IS RECORDED. A PROMOTION     *
      *     KEPT TO ONE PRODUCT IS TAKEN OFF AS THAT PRODUCT'S LINES  *
      *     LOAD, EACH LINE CARRYING ITS SHARE.                       *
      *    -A CREDIT MEMO DATED INTO AN ACCOUNTING PERIOD FINANCE HAS *
      *     CLOSED IS CHECKED THRU RSSPER00: IT IS RECORDED ON THE    *
      *     FIRST DAY OF THE FIRST OPEN MONTH INSTEAD, OR, WHEN LATE  *
      *     POSTINGS ARE REFUSED, REJECTED AS 'PERIOD CLOSED'; EITHER *
      *     WAY IT IS LISTED ON THE LATE-POSTING REPORT.              *
      *    -A CREDIT MEMO AGAINST AN ORDER ALREADY INVOICED GIVES     *
      *     BACK THE SALES TAX CHARGED ON IT: THE REDUCTION IS BOOKED *
      *     ON THE TAX-LIABILITY HISTORY THRU RSSTXL00.               *
      *    -AN ORDER MAY NAME ONE OF THE CUSTOMER'S SHIP-TO ADDRESSES *
      *     BY ITS SEQUENCE (BLANK OR ZERO IS THE CUSTOMER'S OWN      *
      *     ADDRESS); A SEQUENCE NOT ON THE SHIP-TO FILE, OR ONE      *
      *     MADE INACTIVE, IS A REJECT. THE SEQUENCE IS CARRIED ON    *
      *     THE ORDER (AND ON A REFERRAL), AND THE ACKNOWLEDGMENT     *
      *     RECORD CARRIES THE ADDRESS THE ORDER IS DELIVERED TO.     *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - ORDFILE (BUREAU ORDER FILE)               *
      * INPUT FILE : QSAM - LINFILE (BUREAU ORDER LINE-ITEM FILE)     *
      * INPUT FILE : VSAM - PRDFILE (PRODUCT REFERENCE TABLE)         *
      * I-O FILE   : VSAM - INVFILE (PRODUCT INVENTORY, ODCSFIV)      *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * OUTPUT FILE: VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * OUTPUT FILE: VSAM - PJ01AAA.RT.VSAM.ORDLINE (ODCSFOL)         *
      * OUTPUT FILE: VSAM - CRMEMO (CREDIT MEMOS, ODCSFCM)            *
      * INPUT FILE : VSAM - CONTPREF (CONTACT PREFERENCES)            *
      * INPUT FILE : VSAM - SHIPTO (CUSTOMER SHIP-TO ADDRESSES)       *
      * OUTPUT FILE: QSAM - ACKOUT (ORDER ACKNOWLEDGMENT EXTRACT)     *
      * REJECT FILE: QSAM - REJORD (ORDERS FAILING VALIDATION)        *
      * REJECT FILE: QSAM - REJLIN (LINE ITEMS FAILING VALIDATION)    *
      * OUTPUT FILE: VSAM - REFWORK (CREDIT-REFERRAL WORKLIST)        *
      * OUTPUT FILE: VSAM - REFLINE (LINES OF REFERRED ORDERS)        *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      *
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * CUSTOMER SHIP-TO ADDRESS VSAM-KSDS FILE, VALIDATION READS
      * ONLY (ABSENT FILE: NO ORDER MAY NAME A SHIP-TO)
           SELECT OPTIONAL SHIPTO-FILE
               ASSIGN       TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ST-SHIPTO-KEY
               FILE STATUS  IS SHIPTO-STATUS.

      * ORDER ACKNOWLEDGMENT EXTRACT FOR THE MAIL GATEWAY
           SELECT ACKOUT-FILE
               ASSIGN       TO ACKOUT
               RECORD KEY   IS PD-PRODCODE
               FILE STATUS  IS PRDFILE-STATUS.

      * PRODUCT INVENTORY VSAM-KSDS FILE: A LOADED LINE RESERVES
      * STOCK (ABSENT RECORD OR FILE MEANS NOT STOCK-CONTROLLED)
           SELECT OPTIONAL INVFILE-FILE
               ASSIGN       TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IV-PRODCODE
               FILE STATUS  IS INVFILE-STATUS.

      * REJECTED/EXCEPTION LINE ITEMS FROM VALIDATE-LINE-ITEM
           SELECT REJLIN-FILE
               ASSIGN       TO REJLIN
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS REFORD-STATUS.

      * CREDIT-REFERRAL WORKLIST VSAM-KSDS FILE (ODCSFRR)
           SELECT VKSDRR-FILE
               ASSIGN       TO REFWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS RR-ORDER-KEY
               FILE STATUS  IS VKSDRR-STATUS.

      * LINE ITEMS OF REFERRED ORDERS, HELD UNTIL RELEASE (ODCSFHL)
           SELECT VKSDHL-FILE
               ASSIGN       TO REFLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS HL-LINE-KEY
               FILE STATUS  IS VKSDHL-STATUS.

      * REJECTED/EXCEPTION ORDERS FROM VALIDATE-ORDER
           SELECT REJORD-FILE
               ASSIGN       TO REJORD
           05  OI-ORDERDATE        PIC X(008).
           05  OI-ORDERAMT         PIC 9(007)V99.
           05  OI-ORDERSTATUS      PIC X(010).
           05  OI-PROMO-CODE       PIC X(008).
           05  OI-SHIPTO-SEQ       PIC X(001).
           05  FILLER              PIC X(001).

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.
       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   SHIPTO-FILE.
       COPY ODCSFST.

       FD   ACKOUT-FILE
            RECORD CONTAINS 220 CHARACTERS.
       01  ACKOUT-RECORD              PIC X(220).

       FD   VKSDCM-FILE.
       COPY ODCSFCM.
       FD   PRDFILE-FILE.
       COPY ODCSFPD.

       FD   INVFILE-FILE.
       COPY ODCSFIV.

       FD   REJLIN-FILE
            RECORD CONTAINS 060 CHARACTERS.
       01  REJLIN-RECORD.
           05  RF-OPEN-TOTAL       PIC 9(009)V99.
           05  RF-REASON           PIC X(020).

       FD   VKSDRR-FILE.
       COPY ODCSFRR.

       FD   VKSDHL-FILE.
       COPY ODCSFHL.

       FD   REJORD-FILE
            RECORD CONTAINS 069 CHARACTERS.
       01  REJORD-RECORD.
       01  PRDFILE-STATUS.
           05  PRDFILE-STAT1       PIC X.
           05  PRDFILE-STAT2       PIC X.
       01  INVFILE-STATUS.
           05  INVFILE-STAT1       PIC X.
           05  INVFILE-STAT2       PIC X.
       01  VKSDCM-STATUS.
           05  VKSDCM-STAT1        PIC X.
           05  VKSDCM-STAT2        PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1      PIC X.
           05  CONTPREF-STAT2      PIC X.
       01  SHIPTO-STATUS.
           05  SHIPTO-STAT1        PIC X.
           05  SHIPTO-STAT2        PIC X.
       01  ACKOUT-STATUS.
           05  ACKOUT-STAT1        PIC X.
           05  ACKOUT-STAT2        PIC X.
       01  REFORD-STATUS.
           05  REFORD-STAT1        PIC X.
           05  REFORD-STAT2        PIC X.
       01  VKSDRR-STATUS.
           05  VKSDRR-STAT1        PIC X.
           05  VKSDRR-STAT2        PIC X.
       01  VKSDHL-STATUS.
           05  VKSDHL-STAT1        PIC X.
           05  VKSDHL-STAT2        PIC X.
       01  REJORD-STATUS.
           05  REJORD-STAT1        PIC X.
           05  REJORD-STAT2        PIC X.
       01  WS-CREDIT-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-ACK-COUNT            PIC 9(7)    COMP VALUE 0.
       01  WS-ACK-SUPPRESS-COUNT   PIC 9(7)    COMP VALUE 0.
       01  WS-LINE-HELD-COUNT      PIC 9(7)    COMP VALUE 0.
       01  WS-LINE-BACKORD-COUNT   PIC 9(7)    COMP VALUE 0.
       01  WS-PROMO-COUNT          PIC 9(7)    COMP VALUE 0.
       01  WS-SHIPTO-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-CREDIT-REDATED-COUNT PIC 9(7)    COMP VALUE 0.

      * ACKNOWLEDGMENT EXTRACT ENVELOPE ACCUMULATORS AND RECORD
       01  WS-ENV-COUNT            PIC 9(009)  VALUE 0.
           05  WK-ORDERAMT         PIC 9(007)V99.
           05  WK-CUSTNAME         PIC X(048).
           05  WK-CUSTEMAIL        PIC X(040).
           05  WK-SHIPTO-SEQ       PIC 9(001).
           05  WK-SHIPTO-NAME      PIC X(040).
           05  WK-SHIPTO-ADDRS     PIC X(030).
           05  WK-SHIPTO-CITY      PIC X(020).
           05  WK-SHIPTO-STATE     PIC X(002).
           05  WK-SHIPTO-ZIP       PIC X(005).
           05  WK-SHIPTO-COUNTRY   PIC X(002).
       01  W-ACK-IMAGE             REDEFINES W-ACK-RECORD
                                   PIC X(220).

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.
       01  WS-CM-DONE-SWITCH       PIC X       VALUE 'N'.
           88  CM-BROWSE-DONE      VALUE 'Y'.
       01  WS-CM-NEXT-SEQ          PIC 9(003)  VALUE 0.
       01  WS-CREDIT-POST-DATE     PIC 9(008)  VALUE 0.
       01  WS-ACK-SUPPRESS-SWITCH  PIC X       VALUE 'N'.

      * LINE-ITEM SWEEP SWITCHES
       01  END-OF-LINE-FILE        PIC X       VALUE 'N'.
       01  WS-LINE-OK-SWITCH       PIC X       VALUE 'Y'.
           88  LINE-OK             VALUE 'Y'.
       01  WS-LINE-HELD-SWITCH     PIC X       VALUE 'N'.
           88  LINE-HELD           VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.

      * STOCK POSITION OF THE CURRENT LINE'S PRODUCT
       01  WS-STOCK-SWITCH         PIC X       VALUE 'N'.
           88  LINE-STOCK-CONTROLLED VALUE 'Y'.
       01  WS-AVAIL-QTY            PIC 9(007)  VALUE 0.
       01  WS-LINE-RESERVED-QTY    PIC 9(005)  VALUE 0.
       01  WS-LINE-BACKORD-QTY     PIC 9(005)  VALUE 0.

      * VALIDATION RESULT FOR THE CURRENT ORDER
       01  WS-REJECT-REASON        PIC X(20)   VALUE SPACES.
           88  ORDER-OK            VALUE 'Y'.
       01  WS-REFER-SWITCH         PIC X       VALUE 'N'.
           88  ORDER-REFERRED      VALUE 'Y'.
       01  WS-SHIPTO-SEQ           PIC 9(001)  VALUE 0.

      * CREDIT-LIMIT CHECK WORKING FIELDS. THE CUSTOMER'S OPEN ORDER
      * TOTAL COVERS EVERY ORDER NOT YET SETTLED OR CANCELLED.
           88  BROWSE-DONE         VALUE 'Y'.
       01  WS-SAVE-CUSTIDENT       PIC 9(009) VALUE 0.

      * PROMOTION DISCOUNT OF THE CURRENT ORDER AND ITS NET AMOUNT
       01  WS-ORDER-DISC-AMT       PIC 9(007)V99 VALUE 0.
       01  WS-ORDER-NET-AMT        PIC 9(007)V99 VALUE 0.

      * DATE VALIDATION SCRATCH FIELDS
       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-CCYY   PIC 9(004).
      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * PROMOTION AREA FOR THE RSSPRO00 HANDLER
       COPY RSSPROC.

      * ACCOUNTING-PERIOD AREA FOR THE RSSPER00 CHECK
       COPY RSSPERC.

      * SALES-TAX LIABILITY AREA FOR THE RSSTXL00 WRITER
       COPY RSSTXLC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

           PERFORM ORDFILE-OPEN.
           PERFORM LINFILE-OPEN.
           PERFORM PRDFILE-OPEN.
           PERFORM INVFILE-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM SHIPTO-OPEN.
           PERFORM ACKOUT-OPEN.
           PERFORM WRITE-ACK-ENV-HEADER.
           PERFORM VKSDCUST-OPEN.
           PERFORM REFORD-OPEN.
           PERFORM REJORD-OPEN.
           PERFORM REJLIN-OPEN.
           PERFORM VKSDRR-OPEN.
           PERFORM VKSDHL-OPEN.
           PERFORM CTLTOT-OPEN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * ------------------------------------------------------------- *
      * ORDER FILE'S SWEEPING
                 IF LINE-OK
                    PERFORM LOAD-LINE-RECORD
                 ELSE
                    IF LINE-HELD
                       PERFORM HOLD-REFERRED-LINE
                    ELSE
                       PERFORM WRITE-LINE-REJECT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM ORDFILE-CLOSE.
           PERFORM LINFILE-CLOSE.
           PERFORM PRDFILE-CLOSE.
           PERFORM INVFILE-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM SHIPTO-CLOSE.
           PERFORM ACKOUT-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM REFORD-CLOSE.
           PERFORM REJORD-CLOSE.
           PERFORM REJLIN-CLOSE.
           PERFORM VKSDRR-CLOSE.
           PERFORM VKSDHL-CLOSE.

           PERFORM DISPLAY-RUN-STATISTICS.
           PERFORM WRITE-CONTROL-TOTALS.
                       MOVE 'CUSTOMER SUSPENDED' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-ORDER-OK-SWITCH
                   END-IF
                   IF  VS-COMPL-HOLD = 'H'
                       MOVE 'COMPLIANCE HOLD' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-ORDER-OK-SWITCH
                   END-IF
                   IF  VS-FRAUD-HOLD = 'F'
                       MOVE 'FRAUD HOLD' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-ORDER-OK-SWITCH
                   END-IF
               END-IF
           END-IF

      * SHIP-TO: BLANK OR ZERO IS THE CUSTOMER'S OWN ADDRESS,
      * ANY OTHER SEQUENCE MUST BE AN ACTIVE SHIP-TO ON FILE...
           MOVE ZERO TO WS-SHIPTO-SEQ.
           IF  ORDER-OK
           AND OI-SHIPTO-SEQ NOT = SPACE
           AND OI-SHIPTO-SEQ NOT = '0'
               PERFORM VALIDATE-SHIPTO
           END-IF

      * PROMOTION CODE: THE DISCOUNT COMES OFF THE ORDER AMOUNT
      * BEFORE THE CREDIT CHECK...
           MOVE ZEROS TO WS-ORDER-DISC-AMT.
           IF  ORDER-OK
               MOVE OI-ORDERAMT TO WS-ORDER-NET-AMT
               IF  OI-PROMO-CODE NOT = SPACES
                   PERFORM VALIDATE-PROMO-CODE
               END-IF
           END-IF

           AND VS-CREDIT-LIMIT NUMERIC
           AND VS-CREDIT-LIMIT > 0
               PERFORM COMPUTE-OPEN-ORDER-TOTAL
               MOVE WS-ORDER-NET-AMT TO WS-NEW-ORDER-AMT
               IF  WS-OPEN-ORDER-TOTAL + WS-NEW-ORDER-AMT
                   > VS-CREDIT-LIMIT
                   MOVE 'CREDIT LIMIT' TO WS-REJECT-REASON
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE ORDER'S SHIP-TO SEQUENCE MUST BE NUMERIC AND NAME AN      *
      * ACTIVE SHIP-TO ADDRESS OF THE ORDERING CUSTOMER.              *
      *---------------------------------------------------------------*
       VALIDATE-SHIPTO.
           IF  OI-SHIPTO-SEQ NOT NUMERIC
               MOVE 'SHIP-TO NOT NUM' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-SWITCH
           ELSE
               MOVE OI-CUSTIDENT  TO ST-CUSTIDENT
               MOVE OI-SHIPTO-SEQ TO ST-SHIPTO-SEQ
               PERFORM SHIPTO-READ
               IF  SHIPTO-STATUS = '23'
                   MOVE 'SHIP-TO NOT FOUND' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ORDER-OK-SWITCH
               ELSE
                   IF  ST-STATUS = 'I'
                       MOVE 'SHIP-TO INACTIVE' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-ORDER-OK-SWITCH
                   ELSE
                       MOVE ST-SHIPTO-SEQ TO WS-SHIPTO-SEQ
                   END-IF
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * VALIDATE THE ORDER'S PROMOTION CODE THRU RSSPRO00 AND TAKE    *
      * THE ORDER-LEVEL DISCOUNT OFF ITS AMOUNT. A BAD CODE REJECTS   *
      * THE ORDER WITH THE HANDLER'S REASON.                          *
      *---------------------------------------------------------------*
       VALIDATE-PROMO-CODE.
           MOVE 'V'           TO PRO-FUNCTION.
           MOVE OI-PROMO-CODE TO PRO-PROMO-CODE.
           MOVE OI-CUSTIDENT  TO PRO-CUSTIDENT.
           MOVE OI-ORDERNUM   TO PRO-ORDERNUM.
           MOVE OI-ORDERDATE  TO PRO-ORDERDATE.
           MOVE OI-ORDERAMT   TO PRO-BASE-AMT.
           CALL 'RSSPRO00' USING RSSPRO-AREA.
           IF  PRO-RETCODE = '00'
               MOVE PRO-DISC-AMT TO WS-ORDER-DISC-AMT
               SUBTRACT WS-ORDER-DISC-AMT FROM WS-ORDER-NET-AMT
           ELSE
               MOVE PRO-REASON TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-OK-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE ORDER'S PROMOTION REDEMPTION THRU RSSPRO00, WITH   *
      * THE STATUS THE CALLER SETS IN PRO-RED-STATUS ('R' LOADED,     *
      * 'H' HELD ON REFERRAL).                                        *
      *---------------------------------------------------------------*
       RECORD-PROMO-REDEMPTION.
           MOVE 'R'               TO PRO-FUNCTION.
           MOVE OI-PROMO-CODE     TO PRO-PROMO-CODE.
           MOVE OI-CUSTIDENT      TO PRO-CUSTIDENT.
           MOVE OI-ORDERNUM       TO PRO-ORDERNUM.
           MOVE OI-ORDERDATE      TO PRO-ORDERDATE.
           MOVE OI-ORDERAMT       TO PRO-BASE-AMT.
           MOVE WS-ORDER-DISC-AMT TO PRO-DISC-AMT.
           MOVE 'RSSABB08'        TO PRO-PROGRAM.
           CALL 'RSSPRO00' USING RSSPRO-AREA.
           IF  PRO-RED-STATUS = 'R'
               ADD 1 TO WS-PROMO-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * TOTAL THE CUSTOMER'S OPEN (NOT SETTLED, NOT CANCELLED)        *
      * ORDERS BY BROWSING HIS KEY RANGE OF THE ORDERS FILE.          *
               PERFORM Z-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-REFER-COUNT.
           PERFORM WRITE-REFERRAL-WORKLIST.
           EXIT.

      *---------------------------------------------------------------*
      * PLACE THE REFERRED ORDER ON THE KEYED CREDIT-REFERRAL         *
      * WORKLIST FOR SUPERVISOR REVIEW. AN ORDER KEY ALREADY ON THE   *
      * WORKLIST (THE BUREAU SENT IT AGAIN) KEEPS ITS FIRST ENTRY.    *
      *---------------------------------------------------------------*
       WRITE-REFERRAL-WORKLIST.
           MOVE OI-CUSTIDENT        TO RR-CUSTIDENT.
           MOVE OI-ORDERNUM         TO RR-ORDERNUM.
           MOVE OI-ORDERDATE        TO RR-ORDERDATE.
           MOVE WS-ORDER-NET-AMT    TO RR-ORDERAMT.
           MOVE OI-ORDERSTATUS      TO RR-ORDERSTATUS.
           MOVE VS-CREDIT-LIMIT     TO RR-CREDIT-LIMIT.
           MOVE WS-OPEN-ORDER-TOTAL TO RR-OPEN-TOTAL.
           MOVE WS-REJECT-REASON    TO RR-REASON.
           MOVE 'N'                 TO RR-STATUS.
           MOVE WS-RUN-DATE         TO RR-RUNDATE.
           MOVE SPACES              TO RR-DECIDE-USER.
           MOVE ZEROS               TO RR-DECIDE-DATE.
           MOVE OI-PROMO-CODE       TO RR-PROMO-CODE.
           MOVE WS-SHIPTO-SEQ       TO RR-SHIPTO-SEQ.
           MOVE SPACES              TO RR-FILLER.
           WRITE RR-ODCSFRR-RECORD
           IF  VKSDRR-STATUS = '00'
           AND OI-PROMO-CODE NOT = SPACES
               MOVE 'H' TO PRO-RED-STATUS
               PERFORM RECORD-PROMO-REDEMPTION
           END-IF
           IF  VKSDRR-STATUS NOT = '00'
           AND VKSDRR-STATUS NOT = '22'
               MOVE 'RSSABB08: VKSDRR-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE VKSDRR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
           MOVE OI-CUSTIDENT   TO QO-CUSTIDENT.
           MOVE OI-ORDERNUM    TO QO-ORDERNUM.
           MOVE OI-ORDERDATE   TO QO-ORDERDATE.
           MOVE WS-ORDER-NET-AMT TO QO-ORDERAMT.
           MOVE OI-ORDERSTATUS TO QO-ORDERSTATUS.
           MOVE ZEROS          TO QO-SETTLEDT.
           MOVE ZEROS          TO QO-PAID-AMT.
           MOVE ZEROS          TO QO-CREDIT-AMT.
           MOVE 'USD'          TO QO-CURRENCY.
           MOVE OI-PROMO-CODE  TO QO-PROMO-CODE.
           MOVE WS-SHIPTO-SEQ  TO QO-SHIPTO-SEQ.
           WRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS = '00'
               ADD 1 TO WS-LOADED-COUNT
               IF  QO-SHIPTO-SEQ > 0
                   ADD 1 TO WS-SHIPTO-COUNT
               END-IF
               IF  OI-PROMO-CODE NOT = SPACES
                   MOVE 'R' TO PRO-RED-STATUS
                   PERFORM RECORD-PROMO-REDEMPTION
               END-IF
               MOVE SPACES          TO OHW-OLD-STATUS
               MOVE QO-ORDERSTATUS  TO OHW-NEW-STATUS
               PERFORM RECORD-STATUS-CHANGE
               END-IF
           END-IF

      * THE MEMO MAY NOT POST INTO A CLOSED ACCOUNTING PERIOD...
           IF  WS-REJECT-REASON = SPACES
               MOVE 'C'           TO PER-FUNC
               MOVE 'RSSABB08'    TO PER-PROGRAM
               MOVE 'CRM'         TO PER-POST-TYPE
               MOVE QO-CUSTIDENT  TO PER-CUSTIDENT
               MOVE QO-ORDERNUM   TO PER-ORDERNUM
               MOVE WS-CREDIT-AMT TO PER-AMOUNT
               MOVE OI-ORDERDATE  TO PER-POST-DATE
               CALL 'RSSPER00' USING RSSPER-AREA
               MOVE PER-POST-DATE TO WS-CREDIT-POST-DATE
               IF  PER-RETCODE = '04'
                   ADD 1 TO WS-CREDIT-REDATED-COUNT
               END-IF
               IF  PER-RETCODE = '08'
                   MOVE 'PERIOD CLOSED' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF  WS-REJECT-REASON = SPACES
               PERFORM WRITE-CREDIT-MEMO-RECORD
               IF  QO-ORDERSTATUS = 'INVOICED'
               OR  QO-ORDERSTATUS = 'PARTPAID'
               OR  QO-ORDERSTATUS = 'PLACED'
                   PERFORM BOOK-CREDIT-TAX
               END-IF
               ADD WS-CREDIT-AMT TO QO-CREDIT-AMT
               IF  WS-CREDIT-AMT = WS-ORDER-OPEN-BAL
                   MOVE QO-ORDERSTATUS TO OHW-OLD-STATUS
                   MOVE 'SETTLED'     TO QO-ORDERSTATUS
                   MOVE WS-CREDIT-POST-DATE TO QO-SETTLEDT
                   MOVE QO-ORDERSTATUS TO OHW-NEW-STATUS
                   PERFORM RECORD-STATUS-CHANGE
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE MEMO RETURNS PART OF AN INVOICED ORDER: BOOK THE SALES    *
      * TAX IT GIVES BACK AS A REDUCTION IN THE MEMO'S PERIOD. A MEMO *
      * AGAINST AN ORDER NOT YET BILLED COMES OFF ITS INVOICE BEFORE  *
      * THE TAX IS CHARGED, SO THERE IS NOTHING TO GIVE BACK.         *
      *---------------------------------------------------------------*
       BOOK-CREDIT-TAX.
           MOVE 'C'                 TO TXL-KIND.
           MOVE 'RSSABB08'          TO TXL-PROGRAM.
           MOVE QO-CUSTIDENT        TO TXL-CUSTIDENT.
           MOVE SPACES              TO TXL-STATE.
           MOVE SPACES              TO TXL-ZIP.
           MOVE WS-CREDIT-POST-DATE TO TXL-POST-DATE.
           MOVE WS-CREDIT-AMT       TO TXL-BASE-AMT.
           MOVE ZEROS               TO TXL-TAX-AMT.
           CALL 'RSSTXL00' USING RSSTXL-AREA.
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE CREDIT MEMO, NUMBERED ONE PAST THE ORDER'S         *
      * CURRENT HIGHEST MEMO SEQUENCE.                                *
           MOVE OI-CUSTIDENT   TO CM-CUSTIDENT.
           MOVE OI-ORDERNUM    TO CM-ORDERNUM.
           MOVE WS-CM-NEXT-SEQ TO CM-MEMOSEQ.
           MOVE WS-CREDIT-POST-DATE TO CM-MEMODATE.
           MOVE WS-CREDIT-AMT  TO CM-MEMOAMT.
           MOVE 'BUREAU RETURN'    TO CM-REASON.
           MOVE 'BUR'          TO CM-SOURCE.
      *---------------------------------------------------------------*
       VALIDATE-LINE-ITEM.
           MOVE 'Y'    TO WS-LINE-OK-SWITCH.
           MOVE 'N'    TO WS-LINE-HELD-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           IF  LI-CUSTIDENT NOT NUMERIC
               IF  VKSDORD-STATUS = '23'
                   MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-LINE-OK-SWITCH
                   PERFORM CHECK-ORDER-REFERRED
               END-IF
           END-IF

      * A GOOD LINE FOR A STOCK-CONTROLLED PRODUCT RESERVES WHAT IS
      * AVAILABLE AND IS BACKORDERED FOR THE REST...
           IF  LINE-OK
               PERFORM RESERVE-LINE-STOCK
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * WORK OUT THE CURRENT LINE'S RESERVATION FROM ITS PRODUCT'S    *
      * AVAILABLE STOCK (ON HAND LESS WHAT IS ALREADY RESERVED). THE  *
      * INVENTORY RECORD IS LEFT IN ITS AREA AND ONLY UPDATED ONCE    *
      * THE LINE IS ON FILE, SO A DUPLICATE LINE RESERVES NOTHING.    *
      *---------------------------------------------------------------*
       RESERVE-LINE-STOCK.
           MOVE 'N'   TO WS-STOCK-SWITCH.
           MOVE ZEROS TO WS-LINE-RESERVED-QTY.
           MOVE ZEROS TO WS-LINE-BACKORD-QTY.
           MOVE LI-PRODCODE TO IV-PRODCODE.
           PERFORM INVFILE-READ.
           IF  INVFILE-STATUS = '00'
               MOVE 'Y' TO WS-STOCK-SWITCH
               IF  IV-ONHAND > IV-RESERVED
                   COMPUTE WS-AVAIL-QTY = IV-ONHAND - IV-RESERVED
               ELSE
                   MOVE ZEROS TO WS-AVAIL-QTY
               END-IF
               IF  WS-AVAIL-QTY < LI-QUANTITY
                   MOVE WS-AVAIL-QTY TO WS-LINE-RESERVED-QTY
               ELSE
                   MOVE LI-QUANTITY  TO WS-LINE-RESERVED-QTY
               END-IF
               COMPUTE WS-LINE-BACKORD-QTY = LI-QUANTITY
                                           - WS-LINE-RESERVED-QTY
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * A LINE WHOSE PARENT ORDER IS WAITING ON THE CREDIT-REFERRAL   *
      * WORKLIST IS HELD WITH IT RATHER THAN REJECTED.                *
      *---------------------------------------------------------------*
       CHECK-ORDER-REFERRED.
           MOVE LI-CUSTIDENT TO RR-CUSTIDENT.
           MOVE LI-ORDERNUM  TO RR-ORDERNUM.
           PERFORM VKSDRR-READ.
           IF  VKSDRR-STATUS = '00'
           AND RR-STATUS = 'N'
               MOVE 'Y' TO WS-LINE-HELD-SWITCH
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * HOLD THE CURRENT BUREAU LINE ON THE REFERRED-LINE FILE UNDER  *
      * ITS PARENT ORDER'S KEY UNTIL THE REFERRAL IS DECIDED.         *
      *---------------------------------------------------------------*
       HOLD-REFERRED-LINE.
           MOVE LI-CUSTIDENT   TO HL-CUSTIDENT.
           MOVE LI-ORDERNUM    TO HL-ORDERNUM.
           MOVE LI-LINENUM     TO HL-LINENUM.
           MOVE LI-PRODCODE    TO HL-PRODCODE.
           MOVE LI-QUANTITY    TO HL-QUANTITY.
           MOVE LI-UNITPRICE   TO HL-UNITPRICE.
           MOVE SPACES         TO HL-FILLER.
           WRITE HL-ODCSFHL-RECORD
           IF  VKSDHL-STATUS = '00'
               ADD 1 TO WS-LINE-HELD-COUNT
           ELSE
               IF  VKSDHL-STATUS = '22'
                   MOVE 'DUPLICATE LINE KEY' TO WS-REJECT-REASON
                   PERFORM WRITE-LINE-REJECT-RECORD
               ELSE
                   MOVE 'RSSABB08: VKSDHL-FAILURE-WRITE...'
                     TO DISP-MSG
                   MOVE VKSDHL-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
           MOVE LI-PRODCODE    TO OL-PRODCODE.
           MOVE LI-QUANTITY    TO OL-QUANTITY.
           MOVE LI-UNITPRICE   TO OL-UNITPRICE.
           MOVE ZEROS          TO OL-SHIPPED-QTY.
           MOVE WS-LINE-BACKORD-QTY  TO OL-BACKORD-QTY.
           MOVE WS-LINE-RESERVED-QTY TO OL-RESERVED-QTY.
           MOVE ZEROS          TO OL-DISC-AMT.
           IF  QO-PROMO-CODE NOT = SPACES
               PERFORM DISCOUNT-PROMO-LINE
           END-IF
           WRITE OL-ODCSFOL-RECORD
           IF  VKSDLIN-STATUS = '00'
               ADD 1 TO WS-LINE-LOADED-COUNT
               IF  OL-DISC-AMT > 0
                   PERFORM REDUCE-ORDER-BY-LINE-DISC
               END-IF
               IF  LINE-STOCK-CONTROLLED
                   ADD WS-LINE-RESERVED-QTY TO IV-RESERVED
                   PERFORM INVFILE-REWRITE
                   IF  WS-LINE-BACKORD-QTY > 0
                       ADD 1 TO WS-LINE-BACKORD-COUNT
                   END-IF
               END-IF
           ELSE
               IF  VKSDLIN-STATUS = '22'
                   MOVE 'DUPLICATE LINE KEY' TO WS-REJECT-REASON
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE LINE'S SHARE OF A PROMOTION KEPT TO ITS PRODUCT, WORKED   *
      * OUT THRU RSSPRO00 ON THE LINE'S VALUE (THE PARENT ORDER IS    *
      * STILL IN ITS AREA FROM VALIDATE-LINE-ITEM).                   *
      *---------------------------------------------------------------*
       DISCOUNT-PROMO-LINE.
           MOVE 'L'            TO PRO-FUNCTION.
           MOVE QO-PROMO-CODE  TO PRO-PROMO-CODE.
           MOVE QO-CUSTIDENT   TO PRO-CUSTIDENT.
           MOVE QO-ORDERNUM    TO PRO-ORDERNUM.
           MOVE QO-ORDERDATE   TO PRO-ORDERDATE.
           MOVE LI-PRODCODE    TO PRO-PRODCODE.
           COMPUTE PRO-BASE-AMT = LI-QUANTITY * LI-UNITPRICE.
           MOVE 'RSSABB08'     TO PRO-PROGRAM.
           CALL 'RSSPRO00' USING RSSPRO-AREA.
           IF  PRO-RETCODE = '00'
               IF  PRO-DISC-AMT > QO-ORDERAMT
                   MOVE QO-ORDERAMT  TO OL-DISC-AMT
               ELSE
                   MOVE PRO-DISC-AMT TO OL-DISC-AMT
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * TAKE THE LOADED LINE'S PROMOTION DISCOUNT OFF ITS ORDER.      *
      *---------------------------------------------------------------*
       REDUCE-ORDER-BY-LINE-DISC.
           SUBTRACT OL-DISC-AMT FROM QO-ORDERAMT.
           PERFORM VKSDORD-REWRITE.
           EXIT.

      *---------------------------------------------------------------*
      * WRITE ONE ACKNOWLEDGMENT RECORD FOR THE ACCEPTED ORDER,       *
      * ADDRESSED WITH THE CUSTOMER'S NAME AND E-MAIL (HIS RECORD IS  *
      * STILL IN THE BUFFER FROM VALIDATE-ORDER), AND CARRYING THE    *
      * ADDRESS THE ORDER GOES TO: THE SHIP-TO VALIDATE-ORDER READ,   *
      * OR THE CUSTOMER'S OWN ADDRESS. A CUSTOMER WHO                 *
      * OPTED OUT OF E-MAIL OR WHOSE ADDRESS BOUNCED UNDELIVERABLE    *
      * IS SUPPRESSED AND COUNTED.                                    *
      *---------------------------------------------------------------*
                 INTO WK-CUSTNAME
               END-STRING
               MOVE VS-CUSTEMAIL  TO WK-CUSTEMAIL
               MOVE QO-SHIPTO-SEQ TO WK-SHIPTO-SEQ
               IF  QO-SHIPTO-SEQ > 0
                   MOVE ST-NAME       TO WK-SHIPTO-NAME
                   MOVE ST-ADDRS      TO WK-SHIPTO-ADDRS
                   MOVE ST-CITY       TO WK-SHIPTO-CITY
                   MOVE ST-STATE      TO WK-SHIPTO-STATE
                   MOVE ST-ZIP        TO WK-SHIPTO-ZIP
                   MOVE ST-COUNTRY    TO WK-SHIPTO-COUNTRY
               ELSE
                   MOVE WK-CUSTNAME   TO WK-SHIPTO-NAME
                   MOVE VS-CUSTADDRS  TO WK-SHIPTO-ADDRS
                   MOVE VS-CUSTCITY   TO WK-SHIPTO-CITY
                   MOVE VS-CUSTSTATE  TO WK-SHIPTO-STATE
                   MOVE VS-CUSTZIP    TO WK-SHIPTO-ZIP
                   MOVE VS-CUSTCOUNTRY TO WK-SHIPTO-COUNTRY
               END-IF
               MOVE W-ACK-IMAGE   TO ACKOUT-RECORD
               PERFORM ACKOUT-WRITE
               ADD 1             TO WS-ACK-COUNT
           DISPLAY '   REJECTED: ' WS-REJECT-COUNT
           DISPLAY '   REFERRED: ' WS-REFER-COUNT
           DISPLAY '   CREDITS : ' WS-CREDIT-COUNT
           DISPLAY '   CREDITS REDATED: ' WS-CREDIT-REDATED-COUNT
           DISPLAY '   LINES LOADED  : ' WS-LINE-LOADED-COUNT
           DISPLAY '   LINES REJECTED: ' WS-LINE-REJECT-COUNT
           DISPLAY '   LINES HELD    : ' WS-LINE-HELD-COUNT
           DISPLAY '   LINES BACKORD : ' WS-LINE-BACKORD-COUNT
           DISPLAY '   PROMOTIONS    : ' WS-PROMO-COUNT
           DISPLAY '   TO SHIP-TO    : ' WS-SHIPTO-COUNT
           EXIT.

      *---------------------------------------------------------------*
           MOVE WS-CREDIT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB08' TO CTLTOT-PROGRAM.
           MOVE 'CREDITS REDATED' TO CTLTOT-LABEL.
           MOVE WS-CREDIT-REDATED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB08' TO CTLTOT-PROGRAM.
           MOVE 'ACKS EXTRACTED' TO CTLTOT-LABEL.
           MOVE WS-ACK-COUNT TO CTLTOT-COUNT.
           MOVE WS-ACK-SUPPRESS-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB08' TO CTLTOT-PROGRAM.
           MOVE 'ORDERS TO SHIP-TO' TO CTLTOT-LABEL.
           MOVE WS-SHIPTO-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB08' TO CTLTOT-PROGRAM.
           MOVE 'LINES LOADED' TO CTLTOT-LABEL.
           MOVE WS-LINE-LOADED-COUNT TO CTLTOT-COUNT.
           MOVE 'LINES REJECTED' TO CTLTOT-LABEL.
           MOVE WS-LINE-REJECT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB08' TO CTLTOT-PROGRAM.
           MOVE 'LINES HELD REFERRED' TO CTLTOT-LABEL.
           MOVE WS-LINE-HELD-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB08' TO CTLTOT-PROGRAM.
           MOVE 'LINES BACKORDERED' TO CTLTOT-LABEL.
           MOVE WS-LINE-BACKORD-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB08' TO CTLTOT-PROGRAM.
           MOVE 'PROMOTIONS REDEEMED' TO CTLTOT-LABEL.
           MOVE WS-PROMO-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-READ.
           READ INVFILE-FILE
           IF  INVFILE-STATUS = '00'
           OR  INVFILE-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB08: INVFILE-FAILURE-READ...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-REWRITE.
           REWRITE IV-ODCSFIV-RECORD
           IF  INVFILE-STATUS NOT = '00'
               MOVE 'RSSABB08: INVFILE-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O INVFILE-FILE
           IF  INVFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB08: INVFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE INVFILE-FILE
           IF  INVFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB08: INVFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE CONTACT-PREFERENCE FILE. STATUS 23 (NO     *
      * RECORD) IS LEFT FOR THE CALLER TO INTERPRET.                  *
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE SHIP-TO FILE. STATUS 23 (NO RECORD) IS     *
      * LEFT FOR THE CALLER TO INTERPRET.                             *
      *---------------------------------------------------------------*
       SHIPTO-READ.
           READ SHIPTO-FILE
           IF  SHIPTO-STATUS = '00'
           OR  SHIPTO-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB08: SHIPTO-FAILURE-READ...'
                 TO DISP-MSG
               MOVE SHIPTO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPTO-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT SHIPTO-FILE
           IF  SHIPTO-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB08: SHIPTO-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SHIPTO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPTO-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SHIPTO-FILE
           IF  SHIPTO-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB08: SHIPTO-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE SHIPTO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       ACKOUT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRR-READ.
           READ VKSDRR-FILE
           IF  VKSDRR-STATUS = '00'
           OR  VKSDRR-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB08: VKSDRR-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDRR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRR-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDRR-FILE
           IF  VKSDRR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB08: VKSDRR-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDRR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRR-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDRR-FILE
           IF  VKSDRR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB08: VKSDRR, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDRR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDHL-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDHL-FILE
           IF  VKSDHL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB08: VKSDHL-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDHL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDHL-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDHL-FILE
           IF  VKSDHL-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB08: VKSDHL, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDHL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CTLTOT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
