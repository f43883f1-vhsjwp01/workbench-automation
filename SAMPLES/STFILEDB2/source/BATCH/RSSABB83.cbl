       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB83.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -CREDIT-REFERRAL RELEASE STEP. SWEEPS THE CREDIT-REFERRAL  *
      *     WORKLIST (REFWORK) THE NIGHTLY ORDER LOAD BUILDS AND THE  *
      *     REFERRAL REVIEW SCREEN DECIDES, AND ACTS ON EVERY ENTRY   *
      *     A SUPERVISOR HAS DECIDED SINCE THE LAST RUN.              *
      *    -AN APPROVED REFERRAL (THE SUPERVISOR OVERRODE THE CREDIT  *
      *     LIMIT) IS LOADED ONTO THE VSAM-KSDS ORDERS FILE UNDER ITS *
      *     BUREAU ORDER KEY, ITS FIRST STATUS IS RECORDED THRU       *
      *     RSSOHW00, AND THE LINE ITEMS HELD FOR IT ON THE REFERRED- *
      *     LINE FILE (REFLINE) ARE MOVED ONTO THE LINE-ITEM FILE.    *
      *     THE ENTRY IS MARKED RELEASED ('C'). A RELEASED LINE FOR A *
      *     STOCK-CONTROLLED PRODUCT RESERVES STOCK AND IS            *
      *     BACKORDERED FOR WHAT THE STOCK CANNOT COVER, AS IN THE    *
      *     ORDER LOAD.                                               *
      *    -A DECLINED REFERRAL PRODUCES ONE ORDER-DECLINED NOTICE    *
      *     RECORD (CUSTOMER NAME AND E-MAIL, ACKOUT LAYOUT) ON THE   *
      *     DECLOUT EXTRACT FOR THE MAIL GATEWAY, WRAPPED IN THE      *
      *     STANDARD HDR/TRL ENVELOPE; CUSTOMERS WHO OPTED OUT OF     *
      *     E-MAIL OR WHOSE ADDRESS BOUNCED ARE SUPPRESSED AND        *
      *     COUNTED. ITS HELD LINE ITEMS ARE DROPPED AND THE ENTRY    *
      *     IS MARKED NOTIFIED ('X'). EVERY NOTICE SENT IS LOGGED ON  *
      *     THE CUSTOMER'S CORRESPONDENCE HISTORY THRU RSSCHW00.      *
      *    -ENTRIES STILL AWAITING A DECISION ARE LEFT AS THEY ARE.   *
      *    -AN APPROVED REFERRAL FOR A CUSTOMER ON COMPLIANCE HOLD OR *
      *     ON FRAUD HOLD IS NOT RELEASED: IT STAYS APPROVED UNTIL    *
      *     THE HOLD IS LIFTED, AND IS COUNTED TO CTLTOT.             *
      *    -A REFERRED ORDER PLACED UNDER A PROMOTION CODE KEEPS IT   *
      *     (ITS AMOUNT ON THE WORKLIST IS ALREADY NET OF THE ORDER   *
      *     DISCOUNT): ON RELEASE THE HELD REDEMPTION IS MADE         *
      *     REDEEMED THRU RSSPRO00 AND A PROMOTION KEPT TO ONE        *
      *     PRODUCT IS TAKEN OFF AS THAT PRODUCT'S LINES LOAD; ON     *
      *     DECLINE THE HELD REDEMPTION IS DROPPED.                   *
      *    -A REFERRED ORDER KEEPS THE SHIP-TO ADDRESS IT NAMED: THE  *
      *     SHIP-TO SEQUENCE HELD ON THE WORKLIST GOES ONTO THE ORDER *
      *     ON RELEASE (ZERO, THE CUSTOMER'S OWN ADDRESS, FOR ENTRIES *
      *     WRITTEN BEFORE THE FIELD).                                *
      * ------------------------------------------------------------- *
      * I-O FILE   : VSAM - REFWORK (CREDIT-REFERRAL WORKLIST)        *
      * I-O FILE   : VSAM - REFLINE (LINES OF REFERRED ORDERS)        *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER                  *
      * INPUT FILE : VSAM - CONTPREF (CONTACT PREFERENCES)            *
      * OUTPUT FILE: VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * OUTPUT FILE: VSAM - PJ01AAA.RT.VSAM.ORDLINE (ODCSFOL)         *
      * I-O FILE   : VSAM - INVFILE (PRODUCT INVENTORY, ODCSFIV)      *
      * OUTPUT FILE: QSAM - DECLOUT (ORDER-DECLINED NOTICE EXTRACT)   *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * OUTPUT FILE: VSAM - CORRHIST (THRU RSSCHW00)                  *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * CREDIT-REFERRAL WORKLIST VSAM-KSDS FILE, SWEPT IN KEY ORDER
           SELECT VKSDRR-FILE
               ASSIGN       TO REFWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS RR-ORDER-KEY
               FILE STATUS  IS VKSDRR-STATUS.

      * LINE ITEMS OF REFERRED ORDERS. DYNAMIC ACCESS: A KEYED
      * BROWSE OF EACH DECIDED ORDER'S LINES, EACH DELETED IN TURN
           SELECT VKSDHL-FILE
               ASSIGN       TO REFLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HL-LINE-KEY
               FILE STATUS  IS VKSDHL-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, NOTICE ADDRESSING READS ONLY
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * CONTACT-PREFERENCE VSAM-KSDS FILE (ABSENT RECORD = NO
      * OPT-OUT, ABSENT FILE LIKEWISE)
           SELECT OPTIONAL CONTPREF-FILE
               ASSIGN       TO CONTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CP-CUSTIDENT
               FILE STATUS  IS CONTPREF-STATUS.

      * ORDER'S DATA VSAM-KSDS OUTPUT FILE
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * ORDER LINE-ITEM'S DATA VSAM-KSDS OUTPUT FILE
           SELECT VKSDLIN-FILE
               ASSIGN       TO VKSDLIN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS OL-LINE-KEY
               FILE STATUS  IS VKSDLIN-STATUS.

      * PRODUCT INVENTORY VSAM-KSDS FILE: A RELEASED LINE RESERVES
      * STOCK (ABSENT RECORD OR FILE MEANS NOT STOCK-CONTROLLED)
           SELECT OPTIONAL INVFILE-FILE
               ASSIGN       TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IV-PRODCODE
               FILE STATUS  IS INVFILE-STATUS.

      * ORDER-DECLINED NOTICE EXTRACT FOR THE MAIL GATEWAY
           SELECT DECLOUT-FILE
               ASSIGN       TO DECLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS DECLOUT-STATUS.

      * END-OF-SUITE CONTROL-TOTALS FILE (APPENDED TO BY EVERY STEP
      * OF THE NIGHTLY CHAIN, READ BACK BY THE CONSOLIDATED SUMMARY)
           SELECT CTLTOT-FILE
               ASSIGN       TO CTLTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS CTLTOT-STATUS.

      * ------------------------------------------------------------- *
       DATA DIVISION.

       FILE SECTION.
       FD   VKSDRR-FILE.
       COPY ODCSFRR.

       FD   VKSDHL-FILE.
       COPY ODCSFHL.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   CONTPREF-FILE.
       COPY ODCSFCP.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDLIN-FILE.
       COPY ODCSFOL.

       FD   INVFILE-FILE.
       COPY ODCSFIV.

       FD   DECLOUT-FILE
            RECORD CONTAINS 120 CHARACTERS.
       01  DECLOUT-RECORD             PIC X(120).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  VKSDRR-STATUS.
           05  VKSDRR-STAT1        PIC X.
           05  VKSDRR-STAT2        PIC X.
       01  VKSDHL-STATUS.
           05  VKSDHL-STAT1        PIC X.
           05  VKSDHL-STAT2        PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  CONTPREF-STATUS.
           05  CONTPREF-STAT1      PIC X.
           05  CONTPREF-STAT2      PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDLIN-STATUS.
           05  VKSDLIN-STAT1       PIC X.
           05  VKSDLIN-STAT2       PIC X.
       01  INVFILE-STATUS.
           05  INVFILE-STAT1       PIC X.
           05  INVFILE-STAT2       PIC X.
       01  DECLOUT-STATUS.
           05  DECLOUT-STAT1       PIC X.
           05  DECLOUT-STAT2       PIC X.
       01  CTLTOT-STATUS.
           05  CTLTOT-STAT1        PIC X.
           05  CTLTOT-STAT2        PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  TWO-BYTES-BINARY        REDEFINES TWO-BYTES PIC 9(4) COMP.
       01  WS-STATUS-MSG           PIC X(45)   VALUE SPACES.

       01  END-OF-FILE             PIC X       VALUE 'N'.
       01  DISP-MSG                PIC X(80)   VALUE SPACES.
       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

      * RUN STATISTICS
       01  WS-RELEASED-COUNT       PIC 9(7)    COMP VALUE 0.
       01  WS-KEY-TAKEN-COUNT      PIC 9(7)    COMP VALUE 0.
       01  WS-DECLINED-COUNT       PIC 9(7)    COMP VALUE 0.
       01  WS-LINE-LOADED-COUNT    PIC 9(7)    COMP VALUE 0.
       01  WS-LINE-DROPPED-COUNT   PIC 9(7)    COMP VALUE 0.
       01  WS-NOTICE-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-SUPPRESS-COUNT       PIC 9(7)    COMP VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-LINE-BACKORD-COUNT   PIC 9(7)    COMP VALUE 0.
       01  WS-HELD-COUNT           PIC 9(7)    COMP VALUE 0.
       01  WS-HOLD-SWITCH          PIC X       VALUE 'N'.
           88  CUSTOMER-ON-HOLD    VALUE 'Y'.

      * HELD-LINE BROWSE SWITCHES
       01  WS-LINE-DONE-SWITCH     PIC X       VALUE 'N'.
           88  LINE-BROWSE-DONE    VALUE 'Y'.
       01  WS-LOAD-LINES-SWITCH    PIC X       VALUE 'N'.
           88  LOAD-HELD-LINES     VALUE 'Y'.
       01  WS-SUPPRESS-SWITCH      PIC X       VALUE 'N'.

      * STOCK POSITION OF THE CURRENT LINE'S PRODUCT
       01  WS-STOCK-SWITCH         PIC X       VALUE 'N'.
           88  LINE-STOCK-CONTROLLED VALUE 'Y'.
       01  WS-AVAIL-QTY            PIC 9(007)  VALUE 0.
       01  WS-LINE-RESERVED-QTY    PIC 9(005)  VALUE 0.
       01  WS-LINE-BACKORD-QTY     PIC 9(005)  VALUE 0.

      * NOTICE EXTRACT ENVELOPE ACCUMULATORS AND RECORD (THE
      * ACKNOWLEDGMENT EXTRACT'S LAYOUT, SO THE GATEWAY READS BOTH)
       01  WS-ENV-COUNT            PIC 9(009)  VALUE 0.
       01  WS-ENV-HASH             PIC 9(015)  VALUE 0.
       01  W-NOTICE-RECORD.
           05  WK-CUSTIDENT        PIC 9(009).
           05  WK-ORDERNUM         PIC 9(006).
           05  WK-ORDERDATE        PIC 9(008).
           05  WK-ORDERAMT         PIC 9(007)V99.
           05  WK-CUSTNAME         PIC X(048).
           05  WK-CUSTEMAIL        PIC X(040).
       01  W-NOTICE-IMAGE          REDEFINES W-NOTICE-RECORD
                                   PIC X(120).

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * PROMOTION AREA FOR THE RSSPRO00 HANDLER
       COPY RSSPROC.

      * CORRESPONDENCE-HISTORY AREA FOR THE RSSCHW00 WRITER
       COPY RSSCHWC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB83' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING INPUT OUTPUT FILES..."
           PERFORM VKSDRR-OPEN.
           PERFORM VKSDHL-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM CONTPREF-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDLIN-OPEN.
           PERFORM INVFILE-OPEN.
           PERFORM DECLOUT-OPEN.
           PERFORM WRITE-NOTICE-ENV-HEADER.
           PERFORM CTLTOT-OPEN.

      * ------------------------------------------------------------- *
      * REFERRAL WORKLIST'S SWEEPING
           DISPLAY "SWEEPING CREDIT-REFERRAL WORKLIST..."
           PERFORM UNTIL END-OF-FILE = 'Y'
              PERFORM VKSDRR-GET
              IF END-OF-FILE = 'N'
                 EVALUATE RR-STATUS
                    WHEN 'A'
                         PERFORM CHECK-COMPLIANCE-HOLD
                         IF  CUSTOMER-ON-HOLD
                             ADD 1 TO WS-HELD-COUNT
                         ELSE
                             PERFORM RELEASE-APPROVED-ORDER
                         END-IF
                    WHEN 'D'
                         PERFORM PROCESS-DECLINED-ORDER
                    WHEN 'N'
                         ADD 1 TO WS-PENDING-COUNT
                    WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM WRITE-NOTICE-ENV-TRAILER.
           PERFORM VKSDRR-CLOSE.
           PERFORM VKSDHL-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM CONTPREF-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDLIN-CLOSE.
           PERFORM INVFILE-CLOSE.
           PERFORM DECLOUT-CLOSE.

           PERFORM DISPLAY-RUN-STATISTICS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB83' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-RELEASED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * AN APPROVED REFERRAL FOR A CUSTOMER ON COMPLIANCE HOLD (A     *
      * CONFIRMED WATCH-LIST MATCH) OR ON FRAUD HOLD (A CONFIRMED     *
      * FRAUD-PATTERN HIT) IS NOT RELEASED: THE ENTRY STAYS           *
      * APPROVED AND IS RELEASED BY THE FIRST RUN AFTER THE HOLD IS   *
      * LIFTED.                                                       *
      *---------------------------------------------------------------*
       CHECK-COMPLIANCE-HOLD.
           MOVE 'N' TO WS-HOLD-SWITCH
           MOVE RR-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
           AND VS-COMPL-HOLD = 'H'
               MOVE 'Y' TO WS-HOLD-SWITCH
               DISPLAY 'RSSABB83: CUSTOMER ON COMPLIANCE HOLD, NOT '
                       'RELEASED ' RR-CUSTIDENT '/' RR-ORDERNUM
           END-IF
           IF  VKSDCUST-STATUS = '00'
           AND VS-FRAUD-HOLD = 'F'
               MOVE 'Y' TO WS-HOLD-SWITCH
               DISPLAY 'RSSABB83: CUSTOMER ON FRAUD HOLD, NOT '
                       'RELEASED ' RR-CUSTIDENT '/' RR-ORDERNUM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOAD AN APPROVED REFERRAL ONTO THE ORDERS FILE, BRING ITS     *
      * HELD LINE ITEMS ACROSS, AND MARK THE ENTRY RELEASED. AN ORDER *
      * KEY ALREADY TAKEN ON THE ORDERS FILE (THE BUREAU RESENT THE   *
      * ORDER AND IT LOADED ON ITS OWN) RELEASES NOTHING BUT THE      *
      * ENTRY, AND ITS HELD LINES ARE DROPPED.                        *
      *---------------------------------------------------------------*
       RELEASE-APPROVED-ORDER.
           MOVE RR-CUSTIDENT   TO QO-CUSTIDENT.
           MOVE RR-ORDERNUM    TO QO-ORDERNUM.
           MOVE RR-ORDERDATE   TO QO-ORDERDATE.
           MOVE RR-ORDERAMT    TO QO-ORDERAMT.
           MOVE RR-ORDERSTATUS TO QO-ORDERSTATUS.
           MOVE ZEROS          TO QO-SETTLEDT.
           MOVE ZEROS          TO QO-PAID-AMT.
           MOVE ZEROS          TO QO-CREDIT-AMT.
           MOVE 'USD'          TO QO-CURRENCY.
           MOVE RR-PROMO-CODE  TO QO-PROMO-CODE.
           IF  RR-SHIPTO-SEQ NUMERIC
               MOVE RR-SHIPTO-SEQ TO QO-SHIPTO-SEQ
           ELSE
               MOVE ZERO          TO QO-SHIPTO-SEQ
           END-IF.
           WRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS = '00'
               ADD 1 TO WS-RELEASED-COUNT
               MOVE SPACES          TO OHW-OLD-STATUS
               MOVE QO-ORDERSTATUS  TO OHW-NEW-STATUS
               PERFORM RECORD-STATUS-CHANGE
               IF  RR-PROMO-CODE NOT = SPACES
                   MOVE 'F' TO PRO-FUNCTION
                   PERFORM CALL-PROMO-HANDLER
               END-IF
               MOVE 'Y' TO WS-LOAD-LINES-SWITCH
           ELSE
               IF  VKSDORD-STATUS = '22'
                   DISPLAY 'RSSABB83: ORDER KEY ALREADY LOADED '
                           RR-CUSTIDENT '/' RR-ORDERNUM
                   ADD 1 TO WS-KEY-TAKEN-COUNT
                   MOVE 'N' TO WS-LOAD-LINES-SWITCH
               ELSE
                   MOVE 'RSSABB83: VKSDORD-FAILURE-WRITE...'
                     TO DISP-MSG
                   MOVE VKSDORD-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           PERFORM MOVE-HELD-LINES.
           MOVE 'C' TO RR-STATUS.
           PERFORM VKSDRR-REWRITE.
           EXIT.

      *---------------------------------------------------------------*
      * SEND THE DECLINED ORDER'S CUSTOMER A NOTICE, DROP THE HELD    *
      * LINE ITEMS, AND MARK THE ENTRY NOTIFIED.                      *
      *---------------------------------------------------------------*
       PROCESS-DECLINED-ORDER.
           ADD 1 TO WS-DECLINED-COUNT.
           PERFORM WRITE-DECLINED-NOTICE.
           IF  RR-PROMO-CODE NOT = SPACES
               MOVE 'D' TO PRO-FUNCTION
               PERFORM CALL-PROMO-HANDLER
           END-IF
           MOVE 'N' TO WS-LOAD-LINES-SWITCH.
           PERFORM MOVE-HELD-LINES.
           MOVE 'X' TO RR-STATUS.
           PERFORM VKSDRR-REWRITE.
           EXIT.

      *---------------------------------------------------------------*
      * PASS THE DECIDED ORDER'S REDEMPTION TO RSSPRO00 FOR THE       *
      * FUNCTION THE CALLER SET ('F' RELEASED, 'D' DECLINED).         *
      *---------------------------------------------------------------*
       CALL-PROMO-HANDLER.
           MOVE RR-PROMO-CODE  TO PRO-PROMO-CODE.
           MOVE RR-CUSTIDENT   TO PRO-CUSTIDENT.
           MOVE RR-ORDERNUM    TO PRO-ORDERNUM.
           MOVE RR-ORDERDATE   TO PRO-ORDERDATE.
           MOVE ZEROS          TO PRO-BASE-AMT.
           MOVE 'RSSABB83'     TO PRO-PROGRAM.
           CALL 'RSSPRO00' USING RSSPRO-AREA.
           IF  PRO-RETCODE NOT = '00'
               DISPLAY 'RSSABB83: NO HELD REDEMPTION FOR '
                       RR-CUSTIDENT '/' RR-ORDERNUM ' '
                       RR-PROMO-CODE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BROWSE THE DECIDED ORDER'S KEY RANGE OF THE REFERRED-LINE     *
      * FILE. EACH LINE IS LOADED ONTO THE LINE-ITEM FILE WHEN THE    *
      * CALLER ASKS FOR IT, THEN DELETED FROM THE HOLD.               *
      *---------------------------------------------------------------*
       MOVE-HELD-LINES.
           MOVE 'N' TO WS-LINE-DONE-SWITCH.
           MOVE RR-CUSTIDENT TO HL-CUSTIDENT.
           MOVE RR-ORDERNUM  TO HL-ORDERNUM.
           MOVE ZEROS        TO HL-LINENUM.
           START VKSDHL-FILE KEY NOT < HL-LINE-KEY
           IF  VKSDHL-STATUS NOT = '00'
               MOVE 'Y' TO WS-LINE-DONE-SWITCH
           END-IF
           PERFORM UNTIL LINE-BROWSE-DONE
              READ VKSDHL-FILE NEXT RECORD
              IF  VKSDHL-STATUS NOT = '00'
              OR  HL-CUSTIDENT NOT = RR-CUSTIDENT
              OR  HL-ORDERNUM  NOT = RR-ORDERNUM
                  MOVE 'Y' TO WS-LINE-DONE-SWITCH
              ELSE
                  IF  LOAD-HELD-LINES
                      PERFORM LOAD-LINE-RECORD
                  ELSE
                      ADD 1 TO WS-LINE-DROPPED-COUNT
                  END-IF
                  PERFORM VKSDHL-DELETE
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * BUILD AND WRITE ONE VSAM LINE-ITEM RECORD FROM THE HELD LINE. *
      * A DUPLICATE LINE KEY IS DROPPED, NOT FATAL.                   *
      * THE LINE'S STOCK RESERVATION IS ONLY TAKEN ONCE IT IS ON FILE.*
      *---------------------------------------------------------------*
       LOAD-LINE-RECORD.
           PERFORM RESERVE-LINE-STOCK.
           MOVE HL-CUSTIDENT   TO OL-CUSTIDENT.
           MOVE HL-ORDERNUM    TO OL-ORDERNUM.
           MOVE HL-LINENUM     TO OL-LINENUM.
           MOVE HL-PRODCODE    TO OL-PRODCODE.
           MOVE HL-QUANTITY    TO OL-QUANTITY.
           MOVE HL-UNITPRICE   TO OL-UNITPRICE.
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
                   SUBTRACT OL-DISC-AMT FROM QO-ORDERAMT
                   PERFORM VKSDORD-REWRITE
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
                   ADD 1 TO WS-LINE-DROPPED-COUNT
               ELSE
                   MOVE 'RSSABB83: VKSDLIN-FAILURE-WRITE...'
                     TO DISP-MSG
                   MOVE VKSDLIN-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE HELD LINE'S SHARE OF A PROMOTION KEPT TO ITS PRODUCT,     *
      * WORKED OUT THRU RSSPRO00 AS IN THE ORDER LOAD (THE RELEASED   *
      * ORDER IS STILL IN ITS AREA).                                  *
      *---------------------------------------------------------------*
       DISCOUNT-PROMO-LINE.
           MOVE 'L'            TO PRO-FUNCTION.
           MOVE QO-PROMO-CODE  TO PRO-PROMO-CODE.
           MOVE QO-CUSTIDENT   TO PRO-CUSTIDENT.
           MOVE QO-ORDERNUM    TO PRO-ORDERNUM.
           MOVE QO-ORDERDATE   TO PRO-ORDERDATE.
           MOVE HL-PRODCODE    TO PRO-PRODCODE.
           COMPUTE PRO-BASE-AMT = HL-QUANTITY * HL-UNITPRICE.
           MOVE 'RSSABB83'     TO PRO-PROGRAM.
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
      * WORK OUT THE HELD LINE'S RESERVATION FROM ITS PRODUCT'S       *
      * AVAILABLE STOCK (ON HAND LESS WHAT IS ALREADY RESERVED), THE  *
      * ORDER LOAD'S WAY. THE INVENTORY RECORD STAYS IN ITS AREA FOR  *
      * THE CALLER TO UPDATE.                                         *
      *---------------------------------------------------------------*
       RESERVE-LINE-STOCK.
           MOVE 'N'   TO WS-STOCK-SWITCH.
           MOVE ZEROS TO WS-LINE-RESERVED-QTY.
           MOVE ZEROS TO WS-LINE-BACKORD-QTY.
           MOVE HL-PRODCODE TO IV-PRODCODE.
           PERFORM INVFILE-READ.
           IF  INVFILE-STATUS = '00'
               MOVE 'Y' TO WS-STOCK-SWITCH
               IF  IV-ONHAND > IV-RESERVED
                   COMPUTE WS-AVAIL-QTY = IV-ONHAND - IV-RESERVED
               ELSE
                   MOVE ZEROS TO WS-AVAIL-QTY
               END-IF
               IF  WS-AVAIL-QTY < HL-QUANTITY
                   MOVE WS-AVAIL-QTY TO WS-LINE-RESERVED-QTY
               ELSE
                   MOVE HL-QUANTITY  TO WS-LINE-RESERVED-QTY
               END-IF
               COMPUTE WS-LINE-BACKORD-QTY = HL-QUANTITY
                                           - WS-LINE-RESERVED-QTY
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * WRITE ONE ORDER-DECLINED NOTICE FOR THE DECLINED REFERRAL,    *
      * ADDRESSED WITH THE CUSTOMER'S NAME AND E-MAIL. A CUSTOMER     *
      * WHO OPTED OUT OF E-MAIL, WHOSE ADDRESS BOUNCED UNDELIVERABLE, *
      * OR WHO IS NO LONGER ON FILE IS SUPPRESSED AND COUNTED.        *
      *---------------------------------------------------------------*
       WRITE-DECLINED-NOTICE.
           MOVE 'N' TO WS-SUPPRESS-SWITCH
           MOVE RR-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '23'
               MOVE 'Y' TO WS-SUPPRESS-SWITCH
           ELSE
               IF  VS-EMAIL-UNDELIV = 'Y'
               OR  VS-CUSTEMAIL = SPACES
                   MOVE 'Y' TO WS-SUPPRESS-SWITCH
               ELSE
                   MOVE RR-CUSTIDENT TO CP-CUSTIDENT
                   PERFORM CONTPREF-READ
                   IF  CONTPREF-STATUS = '00'
                   AND CP-EMAIL-OPTOUT = 'Y'
                       MOVE 'Y' TO WS-SUPPRESS-SWITCH
                   END-IF
               END-IF
           END-IF
           IF  WS-SUPPRESS-SWITCH = 'Y'
               ADD 1 TO WS-SUPPRESS-COUNT
           ELSE
               MOVE RR-CUSTIDENT  TO WK-CUSTIDENT
               MOVE RR-ORDERNUM   TO WK-ORDERNUM
               MOVE RR-ORDERDATE  TO WK-ORDERDATE
               MOVE RR-ORDERAMT   TO WK-ORDERAMT
               MOVE SPACES        TO WK-CUSTNAME
               STRING VS-CUSTFNAME  DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      VS-CUSTLNAME  DELIMITED BY '  '
                 INTO WK-CUSTNAME
               END-STRING
               MOVE VS-CUSTEMAIL  TO WK-CUSTEMAIL
               MOVE W-NOTICE-IMAGE TO DECLOUT-RECORD
               PERFORM DECLOUT-WRITE
               ADD 1             TO WS-NOTICE-COUNT
               ADD 1             TO WS-ENV-COUNT
               ADD RR-CUSTIDENT  TO WS-ENV-HASH
               PERFORM RECORD-CORRESPONDENCE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * LOG THE ORDER-DECLINED NOTICE ON THE CUSTOMER'S               *
      * CORRESPONDENCE HISTORY.                                       *
      *---------------------------------------------------------------*
       RECORD-CORRESPONDENCE.
           MOVE RR-CUSTIDENT  TO CHW-CUSTIDENT
           MOVE 'DECLINE '    TO CHW-DOC-TYPE
           MOVE 'RSSABB83'    TO CHW-PROGRAM
           MOVE 'EMAIL'       TO CHW-CHANNEL
           MOVE ZEROS         TO CHW-SENT-DATE
           MOVE RR-ORDERNUM   TO CHW-ORDERNUM
           MOVE SPACES        TO CHW-CAMPAIGN
           MOVE 'ORDER DECLINED' TO CHW-DOC-INFO
           CALL 'RSSCHW00' USING RSSCHW-AREA
           EXIT.

      *---------------------------------------------------------------*
      * THE STANDARD FILE ENVELOPE AROUND THE NOTICE EXTRACT: ONE HDR *
      * RECORD AHEAD OF THE DATA, ONE TRL RECORD (COUNT AND CUSTIDENT *
      * HASH TOTAL) AFTER IT.                                         *
      *---------------------------------------------------------------*
       WRITE-NOTICE-ENV-HEADER.
           MOVE 'HDR'      TO EH-RECTYPE
           MOVE 'DECLOUT ' TO EH-FILE-ID
           ACCEPT EH-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT EH-CREATE-TIME FROM TIME
           MOVE SPACES TO EH-FILLER
           MOVE SPACES TO DECLOUT-RECORD
           MOVE ENV-HEADER-RECORD TO DECLOUT-RECORD
           PERFORM DECLOUT-WRITE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-NOTICE-ENV-TRAILER.
           MOVE 'TRL'      TO ET-RECTYPE
           MOVE 'DECLOUT ' TO ET-FILE-ID
           MOVE WS-ENV-COUNT TO ET-REC-COUNT
           MOVE WS-ENV-HASH  TO ET-HASH-TOTAL
           MOVE SPACES TO ET-FILLER
           MOVE SPACES TO DECLOUT-RECORD
           MOVE ENV-TRAILER-RECORD TO DECLOUT-RECORD
           PERFORM DECLOUT-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * RECORD A STATUS TRANSITION ON THE ORDER-HISTORY STORE. THE    *
      * CALLER SETS THE OLD AND NEW STATUS FIRST; THE APPROVING       *
      * SUPERVISOR IS RECORDED AS THE USER.                           *
      *---------------------------------------------------------------*
       RECORD-STATUS-CHANGE.
           MOVE QO-CUSTIDENT   TO OHW-CUSTIDENT.
           MOVE QO-ORDERNUM    TO OHW-ORDERNUM.
           MOVE 'RSSABB83'     TO OHW-PROGRAM.
           MOVE RR-DECIDE-USER TO OHW-USERID.
           CALL 'RSSOHW00' USING RSSOHW-AREA.
           EXIT.

      *---------------------------------------------------------------*
      * DISPLAY THE END-OF-JOB RUN STATISTICS.                        *
      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB83: RUN STATISTICS...'
           DISPLAY '   RELEASED      : ' WS-RELEASED-COUNT
           DISPLAY '   KEY TAKEN     : ' WS-KEY-TAKEN-COUNT
           DISPLAY '   DECLINED      : ' WS-DECLINED-COUNT
           DISPLAY '   STILL PENDING : ' WS-PENDING-COUNT
           DISPLAY '   ON HOLD       : ' WS-HELD-COUNT
           DISPLAY '   LINES LOADED  : ' WS-LINE-LOADED-COUNT
           DISPLAY '   LINES DROPPED : ' WS-LINE-DROPPED-COUNT
           DISPLAY '   LINES BACKORD : ' WS-LINE-BACKORD-COUNT
           DISPLAY '   NOTICES       : ' WS-NOTICE-COUNT
           DISPLAY '   SUPPRESSED    : ' WS-SUPPRESS-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB83' TO CTLTOT-PROGRAM.
           MOVE 'REFERRALS RELEASED' TO CTLTOT-LABEL.
           MOVE WS-RELEASED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB83' TO CTLTOT-PROGRAM.
           MOVE 'REFERRALS DECLINED' TO CTLTOT-LABEL.
           MOVE WS-DECLINED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB83' TO CTLTOT-PROGRAM.
           MOVE 'REFERRALS PENDING' TO CTLTOT-LABEL.
           MOVE WS-PENDING-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB83' TO CTLTOT-PROGRAM.
           MOVE 'REFERRALS ON HOLD' TO CTLTOT-LABEL.
           MOVE WS-HELD-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB83' TO CTLTOT-PROGRAM.
           MOVE 'LINES RELEASED' TO CTLTOT-LABEL.
           MOVE WS-LINE-LOADED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB83' TO CTLTOT-PROGRAM.
           MOVE 'LINES BACKORDERED' TO CTLTOT-LABEL.
           MOVE WS-LINE-BACKORD-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB83' TO CTLTOT-PROGRAM.
           MOVE 'DECLINE NOTICES' TO CTLTOT-LABEL.
           MOVE WS-NOTICE-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB83' TO CTLTOT-PROGRAM.
           MOVE 'NOTICES SUPPRESSED' TO CTLTOT-LABEL.
           MOVE WS-SUPPRESS-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO A SEQUENTIAL READ OF THE REFERRAL WORKLIST.    *
      * ------------------------------------------------------------- *
       VKSDRR-GET.
           READ VKSDRR-FILE
           IF  VKSDRR-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDRR-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   MOVE 'RSSABB83: VKSDRR-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDRR-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
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
               MOVE 'RSSABB83: VKSDRR-FAILURE-OPEN...'
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
               MOVE 'RSSABB83: VKSDRR, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDRR-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDRR-REWRITE.
           REWRITE RR-ODCSFRR-RECORD
           IF  VKSDRR-STATUS NOT = '00'
               MOVE 'RSSABB83: VKSDRR-FAILURE-REWRITE...'
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
           IF  VKSDHL-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: VKSDHL-FAILURE-OPEN...'
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
               MOVE 'RSSABB83: VKSDHL, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDHL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDHL-DELETE.
           DELETE VKSDHL-FILE
           IF  VKSDHL-STATUS NOT = '00'
               MOVE 'RSSABB83: VKSDHL-FAILURE-DELETE...'
                 TO DISP-MSG
               MOVE VKSDHL-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-READ.
           READ VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
           OR  VKSDCUST-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB83: VKSDCUST-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: VKSDCUST-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDCUST-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: VKSDCUST, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-READ.
           READ CONTPREF-FILE
           IF  CONTPREF-STATUS = '00'
           OR  CONTPREF-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB83: CONTPREF-FAILURE-READ...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT CONTPREF-FILE
           IF  CONTPREF-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: CONTPREF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CONTPREF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CONTPREF-FILE
           IF  CONTPREF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: CONTPREF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CONTPREF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDORD-FILE
           IF  VKSDORD-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: VKSDORD-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-REWRITE.
           REWRITE QO-ODCSFORD-RECORD
           IF  VKSDORD-STATUS NOT = '00'
               MOVE 'RSSABB83: VKSDORD-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: VKSDLIN-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: VKSDLIN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-READ.
           READ INVFILE-FILE
           IF  INVFILE-STATUS = '00'
           OR  INVFILE-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB83: INVFILE-FAILURE-READ...'
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
               MOVE 'RSSABB83: INVFILE-FAILURE-REWRITE...'
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
               MOVE 'RSSABB83: INVFILE-FAILURE-OPEN...'
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
               MOVE 'RSSABB83: INVFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DECLOUT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT DECLOUT-FILE
           IF  DECLOUT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: DECLOUT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE DECLOUT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DECLOUT-WRITE.
           WRITE DECLOUT-RECORD
           IF  DECLOUT-STATUS NOT = '00'
               MOVE 'RSSABB83: DECLOUT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE DECLOUT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       DECLOUT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE DECLOUT-FILE
           IF  DECLOUT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: DECLOUT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE DECLOUT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CTLTOT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN EXTEND CTLTOT-FILE
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: CTLTOT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CTLTOT-WRITE.
           WRITE CTLTOT-RECORD
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: CTLTOT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       CTLTOT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE CTLTOT-FILE
           IF  CTLTOT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB83: CTLTOT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE CTLTOT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * THE FOLLOWING Z-ROUTINES PERFORM ADMINISTRATIVE TASKS         *
      * FOR THIS PROGRAM.                                             *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      * ABEND THE PROGRAM, DISPLAY A MESSAGE AND STOP THE PROGRAM.    *
      *---------------------------------------------------------------*
       Z-ABEND-PROGRAM.
           IF  DISP-MSG NOT = SPACES
               PERFORM Z-DISPLAY-DISP-MSG
           END-IF
           MOVE 'RSSABB83: PROGRAM-IS-ABENDING...'  TO DISP-MSG
           PERFORM Z-DISPLAY-DISP-MSG
           ADD 12 TO ZERO GIVING RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * DISPLAY THE FILE STATUS BYTES. THIS ROUTINE WILL DISPLAY AS   *
      * TWO DIGITS IF THE FULL TWO BYTE FILE STATUS IS NUMERIC. IF    *
      * SECOND BYTE IS NON-NUMERIC THEN IT WILL BE TREATED AS A       *
      * BINARY NUMBER.                                                *
      *---------------------------------------------------------------*
       Z-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               SUBTRACT TWO-BYTES-BINARY FROM TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               DISPLAY '* RSSABB83: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB83: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
