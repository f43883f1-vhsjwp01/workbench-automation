       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB85.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -WAREHOUSE SHIPMENT-CONFIRMATION LOAD. THE DAILY SHIPCONF  *
      *     FEED CARRIES ONE RECORD PER SHIPPED ORDER LINE ITEM:      *
      *     ORDER KEY, LINE NUMBER, SHIP DATE, CARRIER, TRACKING      *
      *     NUMBER AND THE QUANTITY SHIPPED. THE FEED ARRIVES IN THE  *
      *     STANDARD HDR/TRL ENVELOPE, VERIFIED BY THE RSSABB23       *
      *     PRE-STEP (FILE ID SHIPCONF, LRECL 80); THE ENVELOPE       *
      *     RECORDS THEMSELVES ARE PASSED OVER HERE.                  *
      *    -EACH CONFIRMATION ADDS ITS QUANTITY TO THE LINE ITEM'S    *
      *     SHIPPED QUANTITY. WHEN THE FEED MOVES ON TO THE NEXT      *
      *     ORDER, THE ORDER'S LINES ARE WEIGHED: AN ORDER WHOSE      *
      *     LINES ARE ALL SHIPPED IN FULL GOES TO SHIPPED THRU        *
      *     RSSOHW00 AND BECOMES BILLABLE FOR THE INVOICE RUN; AN     *
      *     ORDER SHIPPED IN PART STAYS OPEN, EVERY LINE CARRYING     *
      *     ITS BACKORDERED QUANTITY.                                 *
      *    -A SHIPPED QUANTITY RELIEVES THE STOCK RESERVED FOR THE    *
      *     LINE AND COMES OFF THE PRODUCT'S QUANTITY ON HAND ON THE  *
      *     INVENTORY FILE (ODCSFIV); WHAT IS OWED AND NEITHER        *
      *     SHIPPED NOR RESERVED IS THE LINE'S BACKORDERED QUANTITY.  *
      *    -THE ORDER'S LATEST SHIP DATE, CARRIER AND TRACKING        *
      *     NUMBER ARE KEPT ON THE SHIPMENT FILE (ODCSFSH) FOR THE    *
      *     ORDER SCREEN AND THE INVOICE.                             *
      *    -A CONFIRMATION THAT CANNOT BE APPLIED (INVALID DATA, NO   *
      *     SUCH ORDER OR LINE, ORDER NOT OPEN, MORE SHIPPED THAN     *
      *     ORDERED) IS WRITTEN TO THE SHIPREJ REJECT FILE WITH ITS   *
      *     REASON, FOR THE WAREHOUSE TO CORRECT AND RESEND.          *
      *    -THE RSSPFC00 PROCESSED-FILE GUARD REFUSES A FEED ALREADY  *
      *     LOADED FOR THE BUSINESS DATE.                             *
      *    -EVERY ORDER WEIGHED (SHIPPED IN FULL OR IN PART) PRODUCES *
      *     ONE SHIPMENT-CONFIRMATION RECORD ON THE SHIPOUT EXTRACT   *
      *     FOR THE MAIL GATEWAY: SHIP DATE, CARRIER, TRACKING, THE   *
      *     CUSTOMER'S NAME AND E-MAIL, AND THE ADDRESS THE ORDER     *
      *     WENT TO (ITS SHIP-TO ADDRESS FROM SHIPTO, OR THE          *
      *     CUSTOMER'S OWN), WRAPPED IN THE STANDARD HDR/TRL          *
      *     ENVELOPE.                                                 *
      * ------------------------------------------------------------- *
      * INPUT FILE : QSAM - SHIPCONF (SHIPMENT CONFIRMATIONS)         *
      * I-O FILE   : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * I-O FILE   : VSAM - PJ01AAA.RT.VSAM.ORDLINE (ODCSFOL)         *
      * I-O FILE   : VSAM - SHIPMNT (ORDER SHIPMENTS, ODCSFSH)        *
      * I-O FILE   : VSAM - INVFILE (PRODUCT INVENTORY, ODCSFIV)      *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.CUSTOMER (ODCSF0B)        *
      * INPUT FILE : VSAM - SHIPTO (SHIP-TO ADDRESSES, ODCSFST)       *
      * OUTPUT FILE: QSAM - SHIPREJ (REJECTED CONFIRMATIONS)          *
      * OUTPUT FILE: QSAM - SHIPOUT (SHIPMENT-CONFIRMATION EXTRACT)   *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      * PARAMETERS (ENVIRONMENT):                                     *
      *   RSSABB85_BUSDATE - BUSINESS DATE OF THE FEED (DEFAULT: THE  *
      *                      RUN DATE)                                *
      *   RSSABB85_RERUN   - 'Y' IS THE SUPERVISOR RERUN OVERRIDE     *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * WAREHOUSE SHIPMENT-CONFIRMATION FEED, IN ORDER-KEY SEQUENCE
           SELECT SHIPCONF-FILE
               ASSIGN       TO SHIPCONF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SHIPCONF-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, READ AND STAMPED SHIPPED
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * ORDER LINE-ITEM'S DATA VSAM-KSDS FILE. DYNAMIC ACCESS: THE
      * CONFIRMED LINE IS READ BY KEY, THE ORDER'S LINES BROWSED
           SELECT VKSDLIN-FILE
               ASSIGN       TO VKSDLIN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OL-LINE-KEY
               FILE STATUS  IS VKSDLIN-STATUS.

      * ORDER SHIPMENT VSAM-KSDS FILE, ONE RECORD PER SHIPPED ORDER
           SELECT OPTIONAL SHIPMNT-FILE
               ASSIGN       TO SHIPMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS SH-ORDER-KEY
               FILE STATUS  IS SHIPMNT-STATUS.

      * PRODUCT INVENTORY VSAM-KSDS FILE: SHIPMENTS RELIEVE THE
      * RESERVATION AND THE QUANTITY ON HAND
           SELECT OPTIONAL INVFILE-FILE
               ASSIGN       TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IV-PRODCODE
               FILE STATUS  IS INVFILE-STATUS.

      * CUSTOMER'S DATA VSAM-KSDS FILE, FOR THE CONFIRMATION EXTRACT
           SELECT VKSDCUST-FILE
               ASSIGN       TO VKSDCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS VS-CUSTIDENT
               FILE STATUS  IS VKSDCUST-STATUS.

      * SHIP-TO ADDRESS VSAM-KSDS FILE (ABSENT RECORD OR FILE MEANS
      * THE CUSTOMER'S OWN ADDRESS GOES ON THE EXTRACT)
           SELECT OPTIONAL SHIPTO-FILE
               ASSIGN       TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ST-SHIPTO-KEY
               FILE STATUS  IS SHIPTO-STATUS.

      * SHIPMENT-CONFIRMATION EXTRACT FOR THE MAIL GATEWAY
           SELECT SHIPOUT-FILE
               ASSIGN       TO SHIPOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SHIPOUT-STATUS.

      * REJECTED CONFIRMATIONS, EACH WITH ITS REASON
           SELECT SHIPREJ-FILE
               ASSIGN       TO SHIPREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS SHIPREJ-STATUS.

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
       FD   SHIPCONF-FILE
            RECORD CONTAINS 080 CHARACTERS.
       01  SHIPCONF-RECORD.
           05  CF-CUSTIDENT        PIC X(009).
           05  CF-ORDERNUM         PIC X(006).
           05  CF-LINENUM          PIC X(003).
           05  CF-SHIPDATE         PIC X(008).
           05  CF-CARRIER          PIC X(010).
           05  CF-TRACKING         PIC X(030).
           05  CF-SHIP-QTY         PIC X(005).
           05  FILLER              PIC X(009).

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD   VKSDLIN-FILE.
       COPY ODCSFOL.

       FD   SHIPMNT-FILE.
       COPY ODCSFSH.

       FD   INVFILE-FILE.
       COPY ODCSFIV.

       FD   VKSDCUST-FILE.
       COPY ODCSF0B.

       FD   SHIPTO-FILE.
       COPY ODCSFST.

       FD   SHIPOUT-FILE
            RECORD CONTAINS 260 CHARACTERS.
       01  SHIPOUT-RECORD             PIC X(260).

       FD   SHIPREJ-FILE
            RECORD CONTAINS 100 CHARACTERS.
       01  SHIPREJ-RECORD.
           05  RJ-REASON           PIC X(020).
           05  RJ-IMAGE            PIC X(080).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  SHIPCONF-STATUS.
           05  SHIPCONF-STAT1      PIC X.
           05  SHIPCONF-STAT2      PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
       01  VKSDLIN-STATUS.
           05  VKSDLIN-STAT1       PIC X.
           05  VKSDLIN-STAT2       PIC X.
       01  SHIPMNT-STATUS.
           05  SHIPMNT-STAT1       PIC X.
           05  SHIPMNT-STAT2       PIC X.
       01  INVFILE-STATUS.
           05  INVFILE-STAT1       PIC X.
           05  INVFILE-STAT2       PIC X.
       01  VKSDCUST-STATUS.
           05  VKSDCUST-STAT1      PIC X.
           05  VKSDCUST-STAT2      PIC X.
       01  SHIPTO-STATUS.
           05  SHIPTO-STAT1        PIC X.
           05  SHIPTO-STAT2        PIC X.
       01  SHIPOUT-STATUS.
           05  SHIPOUT-STAT1       PIC X.
           05  SHIPOUT-STAT2       PIC X.
       01  SHIPREJ-STATUS.
           05  SHIPREJ-STAT1       PIC X.
           05  SHIPREJ-STAT2       PIC X.
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

       01  WS-RUN-DATE             PIC 9(008)  VALUE 0.

      * CURRENT CONFIRMATION, VALIDATED NUMERIC
       01  WS-CF-ORDER-KEY.
           05  WS-CF-CUSTIDENT     PIC 9(009)  VALUE 0.
           05  WS-CF-ORDERNUM      PIC 9(006)  VALUE 0.
       01  WS-CF-LINENUM           PIC 9(003)  VALUE 0.
       01  WS-CF-SHIPDATE          PIC 9(008)  VALUE 0.
       01  WS-CF-SHIP-QTY          PIC 9(005)  VALUE 0.
       01  WS-NEW-SHIPPED-QTY      PIC 9(006)  VALUE 0.
       01  WS-RELIEVE-QTY          PIC 9(005)  VALUE 0.
       01  WS-REJECT-REASON        PIC X(020)  VALUE SPACES.

      * THE ORDER THE FEED IS CURRENTLY ON, WITH THE LATEST SHIPMENT
      * DETAILS CONFIRMED FOR IT
       01  WS-CURR-ORDER-KEY.
           05  WS-CURR-CUSTIDENT   PIC 9(009)  VALUE 0.
           05  WS-CURR-ORDERNUM    PIC 9(006)  VALUE 0.
       01  WS-CURR-SHIPDATE        PIC 9(008)  VALUE 0.
       01  WS-CURR-CARRIER         PIC X(010)  VALUE SPACES.
       01  WS-CURR-TRACKING        PIC X(030)  VALUE SPACES.
       01  WS-ORDER-TOUCHED-SWITCH PIC X       VALUE 'N'.
           88  ORDER-TOUCHED       VALUE 'Y'.

      * LINE BROWSE OF THE ORDER BEING WEIGHED
       01  WS-LINE-DONE-SWITCH     PIC X       VALUE 'N'.
           88  LINE-BROWSE-DONE    VALUE 'Y'.
       01  WS-OPEN-LINE-SWITCH     PIC X       VALUE 'N'.
           88  ORDER-HAS-OPEN-LINE VALUE 'Y'.
       01  WS-BACKORD-QTY          PIC 9(005)  VALUE 0.
       01  WS-SHIP-STATUS          PIC X(001)  VALUE SPACE.

      * RUN STATISTICS
       01  WS-RECORD-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-SHIPPED-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-PARTIAL-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-CONFOUT-COUNT        PIC 9(7)    COMP VALUE 0.

      * SHIPMENT-CONFIRMATION EXTRACT ENVELOPE ACCUMULATORS AND RECORD
       01  WS-ENV-COUNT            PIC 9(009)  VALUE 0.
       01  WS-ENV-HASH             PIC 9(015)  VALUE 0.
       01  W-SHP-RECORD.
           05  WP-CUSTIDENT        PIC 9(009).
           05  WP-ORDERNUM         PIC 9(006).
           05  WP-SHIP-STATUS      PIC X(001).
           05  WP-SHIPDATE         PIC 9(008).
           05  WP-CARRIER          PIC X(010).
           05  WP-TRACKING         PIC X(030).
           05  WP-CUSTNAME         PIC X(048).
           05  WP-CUSTEMAIL        PIC X(040).
           05  WP-SHIPTO-SEQ       PIC 9(001).
           05  WP-SHIPTO-NAME      PIC X(040).
           05  WP-SHIPTO-ADDRS     PIC X(030).
           05  WP-SHIPTO-CITY      PIC X(020).
           05  WP-SHIPTO-STATE     PIC X(002).
           05  WP-SHIPTO-ZIP       PIC X(005).
           05  WP-SHIPTO-COUNTRY   PIC X(002).
           05  FILLER              PIC X(008).
       01  W-SHP-IMAGE             REDEFINES W-SHP-RECORD
                                   PIC X(260).

      * STANDARD INTERFACE-FILE ENVELOPE RECORDS
       COPY ENVRECS.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ORDER STATUS-HISTORY AREA FOR THE RSSOHW00 WRITER
       COPY RSSOHWC.

      * PROCESSED-FILE GUARD AREA FOR THE RSSPFC00 MODULE
       COPY RSSPFCC.
       01  WS-PFC-BUSDATE-ENV      PIC X(008) VALUE SPACES.
       01  WS-PFC-OVERRIDE-ENV     PIC X(001) VALUE SPACE.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * PROCESSED-FILE GUARD: REFUSE A FEED WHOSE BUSINESS DATE HAS
      * ALREADY BEEN LOADED. THE BUSINESS DATE COMES FROM
      * RSSABB85_BUSDATE (DEFAULT: THE RUN DATE); RSSABB85_RERUN =
      * 'Y' IS THE SUPERVISOR OVERRIDE FOR A GENUINE RERUN...
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'RSSABB85_BUSDATE' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           IF  WS-PFC-BUSDATE-ENV NOT = SPACES
               MOVE WS-PFC-BUSDATE-ENV TO PFC-BUSDATE
           ELSE
               MOVE WS-RUN-DATE TO PFC-BUSDATE
           END-IF
           DISPLAY 'RSSABB85_RERUN' UPON ENVIRONMENT-NAME
           ACCEPT WS-PFC-OVERRIDE-ENV FROM ENVIRONMENT-VALUE
           MOVE WS-PFC-OVERRIDE-ENV TO PFC-OVERRIDE
           MOVE 'CHK'      TO PFC-FUNC
           MOVE 'SHIPCONF' TO PFC-FILE-ID
           CALL 'RSSPFC00' USING RSSPFC-AREA
           IF  PFC-RETCODE = '22'
               DISPLAY 'RSSABB85: BUSINESS DATE ' PFC-BUSDATE
                       ' ALREADY PROCESSED FOR SHIPCONF,'
                       ' FILE REFUSED'
               ADD 8 TO ZERO GIVING RETURN-CODE
               STOP RUN
           END-IF.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB85' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING INPUT OUTPUT FILES..."
           PERFORM SHIPCONF-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM VKSDLIN-OPEN.
           PERFORM SHIPMNT-OPEN.
           PERFORM INVFILE-OPEN.
           PERFORM VKSDCUST-OPEN.
           PERFORM SHIPTO-OPEN.
           PERFORM SHIPOUT-OPEN.
           PERFORM WRITE-SHP-ENV-HEADER.
           PERFORM SHIPREJ-OPEN.
           PERFORM CTLTOT-OPEN.

      * ------------------------------------------------------------- *
      * CONFIRMATION FEED'S SWEEPING, ONE ORDER AT A TIME...
           DISPLAY "APPLYING SHIPMENT CONFIRMATIONS..."
           PERFORM UNTIL END-OF-FILE = 'Y'
              PERFORM SHIPCONF-GET
              IF  END-OF-FILE = 'N'
              AND SHIPCONF-RECORD (1:3) NOT = 'HDR'
              AND SHIPCONF-RECORD (1:3) NOT = 'TRL'
                  ADD 1 TO WS-RECORD-COUNT
                  PERFORM APPLY-ONE-CONFIRMATION
              END-IF
           END-PERFORM.
           IF  ORDER-TOUCHED
               PERFORM WEIGH-CURRENT-ORDER
           END-IF.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM SHIPCONF-CLOSE.
           PERFORM VKSDORD-CLOSE.
           PERFORM VKSDLIN-CLOSE.
           PERFORM SHIPMNT-CLOSE.
           PERFORM INVFILE-CLOSE.
           PERFORM VKSDCUST-CLOSE.
           PERFORM SHIPTO-CLOSE.
           PERFORM WRITE-SHP-ENV-TRAILER.
           PERFORM SHIPOUT-CLOSE.
           PERFORM SHIPREJ-CLOSE.

           PERFORM DISPLAY-RUN-STATISTICS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB85' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-RECORD-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

      * PROCESSED-FILE GUARD: REGISTER THIS FILE AS DONE...
           MOVE 'REG' TO PFC-FUNC
           MOVE 'SHIPCONF' TO PFC-FILE-ID
           MOVE WS-RECORD-COUNT TO PFC-REC-COUNT
           CALL 'RSSPFC00' USING RSSPFC-AREA

           GOBACK.

      *---------------------------------------------------------------*
      * APPLY ONE CONFIRMATION TO ITS LINE ITEM. A CONFIRMATION FOR A *
      * NEW ORDER FIRST CLOSES OUT THE PREVIOUS ONE. ANY CHECK THAT    *
      * FAILS SENDS THE RECORD TO THE REJECT FILE AND STOPS THERE.    *
      *---------------------------------------------------------------*
       APPLY-ONE-CONFIRMATION.
           IF  CF-CUSTIDENT NOT NUMERIC
           OR  CF-ORDERNUM  NOT NUMERIC
           OR  CF-LINENUM   NOT NUMERIC
           OR  CF-SHIPDATE  NOT NUMERIC
           OR  CF-SHIP-QTY  NOT NUMERIC
               MOVE 'INVALID DATA' TO WS-REJECT-REASON
               PERFORM REJECT-CONFIRMATION
               EXIT PARAGRAPH
           END-IF
           MOVE CF-CUSTIDENT TO WS-CF-CUSTIDENT
           MOVE CF-ORDERNUM  TO WS-CF-ORDERNUM
           MOVE CF-LINENUM   TO WS-CF-LINENUM
           MOVE CF-SHIPDATE  TO WS-CF-SHIPDATE
           MOVE CF-SHIP-QTY  TO WS-CF-SHIP-QTY
           IF  WS-CF-SHIP-QTY = 0
               MOVE 'INVALID DATA' TO WS-REJECT-REASON
               PERFORM REJECT-CONFIRMATION
               EXIT PARAGRAPH
           END-IF

           IF  WS-CF-ORDER-KEY NOT = WS-CURR-ORDER-KEY
               IF  ORDER-TOUCHED
                   PERFORM WEIGH-CURRENT-ORDER
               END-IF
               MOVE WS-CF-ORDER-KEY TO WS-CURR-ORDER-KEY
           END-IF

           MOVE WS-CF-CUSTIDENT TO QO-CUSTIDENT
           MOVE WS-CF-ORDERNUM  TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           IF  VKSDORD-STATUS = '23'
               MOVE 'ORDER NOT FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-CONFIRMATION
               EXIT PARAGRAPH
           END-IF
           IF  QO-ORDERSTATUS NOT = 'OPEN'
               MOVE 'ORDER NOT OPEN' TO WS-REJECT-REASON
               PERFORM REJECT-CONFIRMATION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CF-CUSTIDENT TO OL-CUSTIDENT
           MOVE WS-CF-ORDERNUM  TO OL-ORDERNUM
           MOVE WS-CF-LINENUM   TO OL-LINENUM
           PERFORM VKSDLIN-READ
           IF  VKSDLIN-STATUS = '23'
               MOVE 'LINE NOT FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-CONFIRMATION
               EXIT PARAGRAPH
           END-IF
           IF  OL-SHIPPED-QTY NOT NUMERIC
               MOVE ZEROS TO OL-SHIPPED-QTY
           END-IF
           COMPUTE WS-NEW-SHIPPED-QTY = OL-SHIPPED-QTY + WS-CF-SHIP-QTY
           IF  WS-NEW-SHIPPED-QTY > OL-QUANTITY
               MOVE 'OVER-SHIPPED' TO WS-REJECT-REASON
               PERFORM REJECT-CONFIRMATION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-SHIPPED-QTY TO OL-SHIPPED-QTY
           PERFORM RELIEVE-LINE-STOCK
           COMPUTE OL-BACKORD-QTY = OL-QUANTITY - OL-SHIPPED-QTY
                                  - OL-RESERVED-QTY
           PERFORM VKSDLIN-REWRITE
           ADD 1 TO WS-APPLIED-COUNT

           MOVE WS-CF-SHIPDATE TO WS-CURR-SHIPDATE
           MOVE CF-CARRIER     TO WS-CURR-CARRIER
           MOVE CF-TRACKING    TO WS-CURR-TRACKING
           MOVE 'Y' TO WS-ORDER-TOUCHED-SWITCH
           EXIT.

      *---------------------------------------------------------------*
      * THE CONFIRMED QUANTITY LEAVES THE WAREHOUSE: IT RELIEVES THE  *
      * LINE'S RESERVATION AS FAR AS IT GOES (A LINE SHIPPED BEYOND   *
      * WHAT WAS RESERVED FOR IT IS A BACKORDER BEING FILLED) AND IS  *
      * TAKEN OFF THE PRODUCT'S STOCK. A PRODUCT WITHOUT AN INVENTORY *
      * RECORD IS NOT STOCK-CONTROLLED AND HAS NOTHING TO RELIEVE.    *
      *---------------------------------------------------------------*
       RELIEVE-LINE-STOCK.
           IF  OL-RESERVED-QTY NOT NUMERIC
               MOVE ZEROS TO OL-RESERVED-QTY
           END-IF
           IF  WS-CF-SHIP-QTY < OL-RESERVED-QTY
               MOVE WS-CF-SHIP-QTY  TO WS-RELIEVE-QTY
           ELSE
               MOVE OL-RESERVED-QTY TO WS-RELIEVE-QTY
           END-IF
           SUBTRACT WS-RELIEVE-QTY FROM OL-RESERVED-QTY

           MOVE OL-PRODCODE TO IV-PRODCODE
           PERFORM INVFILE-READ
           IF  INVFILE-STATUS = '00'
               IF  IV-RESERVED > WS-RELIEVE-QTY
                   SUBTRACT WS-RELIEVE-QTY FROM IV-RESERVED
               ELSE
                   MOVE ZEROS TO IV-RESERVED
               END-IF
               IF  IV-ONHAND > WS-CF-SHIP-QTY
                   SUBTRACT WS-CF-SHIP-QTY FROM IV-ONHAND
               ELSE
                   MOVE ZEROS TO IV-ONHAND
               END-IF
               PERFORM INVFILE-REWRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * WRITE ONE REJECTED CONFIRMATION WITH ITS REASON.              *
      *---------------------------------------------------------------*
       REJECT-CONFIRMATION.
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE SHIPCONF-RECORD  TO RJ-IMAGE
           PERFORM SHIPREJ-WRITE
           ADD 1 TO WS-REJECT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * THE FEED HAS LEFT THE CURRENT ORDER: BROWSE ALL ITS LINES.    *
      * EVERY LINE STILL SHORT OF ITS ORDERED QUANTITY KEEPS THE      *
      * ORDER OPEN, THE PART OF THE SHORTFALL NO STOCK IS RESERVED    *
      * FOR BEING ITS BACKORDERED QUANTITY; WITH NO LINE SHORT THE    *
      * ORDER GOES TO SHIPPED. EITHER WAY THE ORDER'S SHIPMENT RECORD *
      * IS BROUGHT UP TO DATE.                                        *
      *---------------------------------------------------------------*
       WEIGH-CURRENT-ORDER.
           MOVE 'N' TO WS-OPEN-LINE-SWITCH
           MOVE 'N' TO WS-LINE-DONE-SWITCH
           MOVE WS-CURR-CUSTIDENT TO OL-CUSTIDENT
           MOVE WS-CURR-ORDERNUM  TO OL-ORDERNUM
           MOVE ZEROS             TO OL-LINENUM
           START VKSDLIN-FILE KEY NOT < OL-LINE-KEY
           IF  VKSDLIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-LINE-DONE-SWITCH
           END-IF
           PERFORM UNTIL LINE-BROWSE-DONE
              READ VKSDLIN-FILE NEXT RECORD
              IF  VKSDLIN-STATUS NOT = '00'
              OR  OL-CUSTIDENT NOT = WS-CURR-CUSTIDENT
              OR  OL-ORDERNUM  NOT = WS-CURR-ORDERNUM
                  MOVE 'Y' TO WS-LINE-DONE-SWITCH
              ELSE
                  PERFORM WEIGH-ONE-LINE
              END-IF
           END-PERFORM

           MOVE WS-CURR-CUSTIDENT TO QO-CUSTIDENT
           MOVE WS-CURR-ORDERNUM  TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           IF  ORDER-HAS-OPEN-LINE
               ADD 1 TO WS-PARTIAL-COUNT
               MOVE 'P' TO WS-SHIP-STATUS
           ELSE
               MOVE QO-ORDERSTATUS TO OHW-OLD-STATUS
               MOVE 'SHIPPED'      TO QO-ORDERSTATUS
               PERFORM VKSDORD-REWRITE
               MOVE QO-CUSTIDENT   TO OHW-CUSTIDENT
               MOVE QO-ORDERNUM    TO OHW-ORDERNUM
               MOVE QO-ORDERSTATUS TO OHW-NEW-STATUS
               MOVE 'RSSABB85'     TO OHW-PROGRAM
               MOVE SPACES         TO OHW-USERID
               CALL 'RSSOHW00' USING RSSOHW-AREA
               ADD 1 TO WS-SHIPPED-COUNT
               MOVE 'F' TO WS-SHIP-STATUS
           END-IF
           PERFORM STORE-ORDER-SHIPMENT
           PERFORM WRITE-SHIP-CONFIRMATION
           MOVE 'N' TO WS-ORDER-TOUCHED-SWITCH
           EXIT.

      *---------------------------------------------------------------*
      * ONE LINE OF THE ORDER BEING WEIGHED: BRING ITS BACKORDERED    *
      * QUANTITY IN STEP WITH WHAT IS STILL OWED ON IT AND NOT        *
      * COVERED BY ITS RESERVATION.                                   *
      *---------------------------------------------------------------*
       WEIGH-ONE-LINE.
           IF  OL-SHIPPED-QTY NOT NUMERIC
               MOVE ZEROS TO OL-SHIPPED-QTY
           END-IF
           IF  OL-RESERVED-QTY NOT NUMERIC
               MOVE ZEROS TO OL-RESERVED-QTY
           END-IF
           IF  OL-QUANTITY > OL-SHIPPED-QTY
               MOVE 'Y' TO WS-OPEN-LINE-SWITCH
           END-IF
           COMPUTE WS-BACKORD-QTY = OL-QUANTITY - OL-SHIPPED-QTY
                                  - OL-RESERVED-QTY
           IF  OL-BACKORD-QTY NOT NUMERIC
           OR  OL-BACKORD-QTY NOT = WS-BACKORD-QTY
               MOVE WS-BACKORD-QTY TO OL-BACKORD-QTY
               PERFORM VKSDLIN-REWRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * WRITE THE ORDER'S SHIPMENT RECORD ON ITS FIRST CONFIRMATION,  *
      * REFRESH IT WITH THE LATEST SHIPMENT DETAILS ON EVERY LATER    *
      * ONE, WITH THE SHIP STATUS THE CALLER SET.                     *
      *---------------------------------------------------------------*
       STORE-ORDER-SHIPMENT.
           MOVE WS-CURR-CUSTIDENT TO SH-CUSTIDENT
           MOVE WS-CURR-ORDERNUM  TO SH-ORDERNUM
           PERFORM SHIPMNT-READ
           IF  SHIPMNT-STATUS = '23'
               MOVE WS-CURR-CUSTIDENT TO SH-CUSTIDENT
               MOVE WS-CURR-ORDERNUM  TO SH-ORDERNUM
               MOVE ZEROS             TO SH-CONFIRM-COUNT
               MOVE SPACES            TO SH-FILLER
           END-IF
           MOVE WS-SHIP-STATUS    TO SH-SHIP-STATUS
           MOVE WS-CURR-SHIPDATE  TO SH-SHIPDATE
           MOVE WS-CURR-CARRIER   TO SH-CARRIER
           MOVE WS-CURR-TRACKING  TO SH-TRACKING
           ADD 1                  TO SH-CONFIRM-COUNT
           MOVE WS-RUN-DATE       TO SH-UPDATE-DATE
           IF  SHIPMNT-STATUS = '23'
               PERFORM SHIPMNT-WRITE
           ELSE
               PERFORM SHIPMNT-REWRITE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * ONE SHIPMENT-CONFIRMATION RECORD FOR THE ORDER JUST WEIGHED,  *
      * ADDRESSED TO ITS SHIP-TO ADDRESS WHEN THE ORDER NAMES ONE     *
      * STILL ON FILE, TO THE CUSTOMER'S OWN ADDRESS OTHERWISE. THE   *
      * ORDER RECORD IS CURRENT.                                      *
      *---------------------------------------------------------------*
       WRITE-SHIP-CONFIRMATION.
           MOVE SPACES            TO W-SHP-RECORD
           MOVE WS-CURR-CUSTIDENT TO WP-CUSTIDENT
           MOVE WS-CURR-ORDERNUM  TO WP-ORDERNUM
           MOVE WS-SHIP-STATUS    TO WP-SHIP-STATUS
           MOVE WS-CURR-SHIPDATE  TO WP-SHIPDATE
           MOVE WS-CURR-CARRIER   TO WP-CARRIER
           MOVE WS-CURR-TRACKING  TO WP-TRACKING
           MOVE WS-CURR-CUSTIDENT TO VS-CUSTIDENT
           PERFORM VKSDCUST-READ
           IF  VKSDCUST-STATUS = '00'
               STRING VS-CUSTFNAME  DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      VS-CUSTLNAME  DELIMITED BY '  '
                 INTO WP-CUSTNAME
               END-STRING
               MOVE VS-CUSTEMAIL   TO WP-CUSTEMAIL
               MOVE WP-CUSTNAME    TO WP-SHIPTO-NAME
               MOVE VS-CUSTADDRS   TO WP-SHIPTO-ADDRS
               MOVE VS-CUSTCITY    TO WP-SHIPTO-CITY
               MOVE VS-CUSTSTATE   TO WP-SHIPTO-STATE
               MOVE VS-CUSTZIP     TO WP-SHIPTO-ZIP
               MOVE VS-CUSTCOUNTRY TO WP-SHIPTO-COUNTRY
           END-IF
           MOVE ZERO TO WP-SHIPTO-SEQ
           IF  QO-SHIPTO-SEQ NUMERIC
           AND QO-SHIPTO-SEQ > 0
               MOVE WS-CURR-CUSTIDENT TO ST-CUSTIDENT
               MOVE QO-SHIPTO-SEQ     TO ST-SHIPTO-SEQ
               PERFORM SHIPTO-READ
               IF  SHIPTO-STATUS = '00'
                   MOVE QO-SHIPTO-SEQ TO WP-SHIPTO-SEQ
                   MOVE ST-NAME       TO WP-SHIPTO-NAME
                   MOVE ST-ADDRS      TO WP-SHIPTO-ADDRS
                   MOVE ST-CITY       TO WP-SHIPTO-CITY
                   MOVE ST-STATE      TO WP-SHIPTO-STATE
                   MOVE ST-ZIP        TO WP-SHIPTO-ZIP
                   MOVE ST-COUNTRY    TO WP-SHIPTO-COUNTRY
               END-IF
           END-IF
           MOVE W-SHP-IMAGE TO SHIPOUT-RECORD
           PERFORM SHIPOUT-WRITE
           ADD 1                 TO WS-CONFOUT-COUNT
           ADD 1                 TO WS-ENV-COUNT
           ADD WS-CURR-CUSTIDENT TO WS-ENV-HASH
           EXIT.

      *---------------------------------------------------------------*
      * THE STANDARD FILE ENVELOPE AROUND THE SHIPMENT-CONFIRMATION   *
      * EXTRACT: ONE HDR RECORD AHEAD OF THE DATA, ONE TRL RECORD     *
      * (COUNT AND CUSTIDENT HASH TOTAL) AFTER IT.                    *
      *---------------------------------------------------------------*
       WRITE-SHP-ENV-HEADER.
           MOVE 'HDR'      TO EH-RECTYPE
           MOVE 'SHIPOUT ' TO EH-FILE-ID
           ACCEPT EH-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT EH-CREATE-TIME FROM TIME
           MOVE SPACES TO EH-FILLER
           MOVE SPACES TO SHIPOUT-RECORD
           MOVE ENV-HEADER-RECORD TO SHIPOUT-RECORD
           PERFORM SHIPOUT-WRITE
           EXIT.

      *---------------------------------------------------------------*
       WRITE-SHP-ENV-TRAILER.
           MOVE 'TRL'      TO ET-RECTYPE
           MOVE 'SHIPOUT ' TO ET-FILE-ID
           MOVE WS-ENV-COUNT TO ET-REC-COUNT
           MOVE WS-ENV-HASH  TO ET-HASH-TOTAL
           MOVE SPACES TO ET-FILLER
           MOVE SPACES TO SHIPOUT-RECORD
           MOVE ENV-TRAILER-RECORD TO SHIPOUT-RECORD
           PERFORM SHIPOUT-WRITE
           EXIT.

      *---------------------------------------------------------------*
      * DISPLAY THE END-OF-JOB RUN STATISTICS.                        *
      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB85: RUN STATISTICS...'
           DISPLAY '   CONFIRMATIONS : ' WS-RECORD-COUNT
           DISPLAY '   APPLIED       : ' WS-APPLIED-COUNT
           DISPLAY '   REJECTED      : ' WS-REJECT-COUNT
           DISPLAY '   ORDERS SHIPPED: ' WS-SHIPPED-COUNT
           DISPLAY '   ORDERS PARTIAL: ' WS-PARTIAL-COUNT
           DISPLAY '   CONFIRMS SENT : ' WS-CONFOUT-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB85' TO CTLTOT-PROGRAM.
           MOVE 'SHIP CONFIRMATIONS' TO CTLTOT-LABEL.
           MOVE WS-APPLIED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB85' TO CTLTOT-PROGRAM.
           MOVE 'SHIP CONF REJECTED' TO CTLTOT-LABEL.
           MOVE WS-REJECT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB85' TO CTLTOT-PROGRAM.
           MOVE 'ORDERS SHIPPED' TO CTLTOT-LABEL.
           MOVE WS-SHIPPED-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB85' TO CTLTOT-PROGRAM.
           MOVE 'ORDERS BACKORDERED' TO CTLTOT-LABEL.
           MOVE WS-PARTIAL-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB85' TO CTLTOT-PROGRAM.
           MOVE 'SHIP CONFIRMS SENT' TO CTLTOT-LABEL.
           MOVE WS-CONFOUT-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       SHIPCONF-GET.
           READ SHIPCONF-FILE
           IF  SHIPCONF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  SHIPCONF-STATUS = '10'
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
                   MOVE 'RSSABB85: SHIPCONF-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE SHIPCONF-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPCONF-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT SHIPCONF-FILE
           IF  SHIPCONF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB85: SHIPCONF-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SHIPCONF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPCONF-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SHIPCONF-FILE
           IF  SHIPCONF-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB85: SHIPCONF, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SHIPCONF-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-READ.
           READ VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
           OR  VKSDORD-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB85: VKSDORD-FAILURE-READ...'
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
               MOVE 'RSSABB85: VKSDORD-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDORD-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB85: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABB85: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-READ.
           READ VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00'
           OR  VKSDLIN-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB85: VKSDLIN-FAILURE-READ...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-REWRITE.
           REWRITE OL-ODCSFOL-RECORD
           IF  VKSDLIN-STATUS NOT = '00'
               MOVE 'RSSABB85: VKSDLIN-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB85: VKSDLIN-FAILURE-OPEN...'
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
               MOVE 'RSSABB85: VKSDLIN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPMNT-READ.
           READ SHIPMNT-FILE
           IF  SHIPMNT-STATUS = '00'
           OR  SHIPMNT-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB85: SHIPMNT-FAILURE-READ...'
                 TO DISP-MSG
               MOVE SHIPMNT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPMNT-WRITE.
           WRITE SH-ODCSFSH-RECORD
           IF  SHIPMNT-STATUS NOT = '00'
               MOVE 'RSSABB85: SHIPMNT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE SHIPMNT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPMNT-REWRITE.
           REWRITE SH-ODCSFSH-RECORD
           IF  SHIPMNT-STATUS NOT = '00'
               MOVE 'RSSABB85: SHIPMNT-FAILURE-REWRITE...'
                 TO DISP-MSG
               MOVE SHIPMNT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPMNT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN I-O SHIPMNT-FILE
           IF  SHIPMNT-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB85: SHIPMNT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SHIPMNT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPMNT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SHIPMNT-FILE
           IF  SHIPMNT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB85: SHIPMNT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SHIPMNT-STATUS TO IO-STATUS
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
               MOVE 'RSSABB85: INVFILE-FAILURE-READ...'
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
               MOVE 'RSSABB85: INVFILE-FAILURE-REWRITE...'
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
               MOVE 'RSSABB85: INVFILE-FAILURE-OPEN...'
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
               MOVE 'RSSABB85: INVFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE CUSTOMER FILE BY VS-CUSTIDENT. STATUS 23   *
      * (RECORD NOT FOUND) IS LEFT FOR THE CALLER TO INTERPRET.       *
      *---------------------------------------------------------------*
       VKSDCUST-READ.
           READ VKSDCUST-FILE
           IF  VKSDCUST-STATUS = '00'
           OR  VKSDCUST-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB85: VKSDCUST-FAILURE-READ...'
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
               MOVE 'RSSABB85: VKSDCUST-FAILURE-OPEN...'
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
               MOVE 'RSSABB85: VKSDCUST-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE VKSDCUST-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
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
               MOVE 'RSSABB85: SHIPTO-FAILURE-READ...'
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
               MOVE 'RSSABB85: SHIPTO-FAILURE-OPEN...'
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
               MOVE 'RSSABB85: SHIPTO-FAILURE-CLOSE...'
                 TO DISP-MSG
               MOVE SHIPTO-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPOUT-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT SHIPOUT-FILE
           IF  SHIPOUT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB85: SHIPOUT-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SHIPOUT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPOUT-WRITE.
           WRITE SHIPOUT-RECORD
           IF  SHIPOUT-STATUS NOT = '00'
               MOVE 'RSSABB85: SHIPOUT-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE SHIPOUT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPOUT-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SHIPOUT-FILE
           IF  SHIPOUT-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB85: SHIPOUT, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SHIPOUT-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPREJ-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN OUTPUT SHIPREJ-FILE
           IF  SHIPREJ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB85: SHIPREJ-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE SHIPREJ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPREJ-WRITE.
           WRITE SHIPREJ-RECORD
           IF  SHIPREJ-STATUS NOT = '00'
               MOVE 'RSSABB85: SHIPREJ-FAILURE-WRITE...'
                 TO DISP-MSG
               MOVE SHIPREJ-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       SHIPREJ-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE SHIPREJ-FILE
           IF  SHIPREJ-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB85: SHIPREJ, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE SHIPREJ-STATUS TO IO-STATUS
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
               MOVE 'RSSABB85: CTLTOT-FAILURE-OPEN...'
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
               MOVE 'RSSABB85: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB85: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB85: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB85: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB85: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
