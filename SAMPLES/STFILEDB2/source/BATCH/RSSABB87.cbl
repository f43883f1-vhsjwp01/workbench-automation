       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSSABB87.
       AUTHOR. METAWARE.
      * ------------------------------------------------------------- *
      *                  SIMPLE SAMPLE APPLICATION                    *
      * ------------------------------------------------------------- *
      * DESCRIPTION:                                                  *
      *    -NIGHTLY STOCK-POSITION REPORT. IT LISTS EVERY STOCKED     *
      *     PRODUCT (INVENTORY FILE, ODCSFIV) WHOSE AVAILABLE         *
      *     QUANTITY - ON HAND LESS RESERVED - IS BELOW ITS REORDER   *
      *     POINT OR THAT HAS ORDER LINES WAITING ON IT, WITH ITS     *
      *     STOCK FIGURES.                                            *
      *    -UNDER EACH PRODUCT LISTED COME THE BACKORDERED LINES OF   *
      *     OPEN ORDERS WAITING ON IT: ORDER KEY, LINE NUMBER, ORDER  *
      *     DATE, ORDERED AND BACKORDERED QUANTITIES. THE LINES ARE   *
      *     GATHERED BY ONE SWEEP OF THE LINE-ITEM FILE INTO A TABLE  *
      *     BEFORE THE INVENTORY FILE IS READ.                        *
      * ------------------------------------------------------------- *
      * INPUT FILE : VSAM - INVFILE (PRODUCT INVENTORY, ODCSFIV)      *
      * INPUT FILE : VSAM - PRDFILE (PRODUCT REFERENCE TABLE)         *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDLINE (ODCSFOL)         *
      * INPUT FILE : VSAM - PJ01AAA.RT.VSAM.ORDER (ODCSFORD)          *
      * OUTPUT     : SYSPRINT - STOCK-POSITION REPORT                 *
      * OUTPUT FILE: QSAM - CTLTOT (END-OF-SUITE COUNTS)              *
      * ------------------------------------------------------------- *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.

      * PRODUCT INVENTORY VSAM-KSDS FILE, SWEPT IN PRODUCT ORDER
           SELECT OPTIONAL INVFILE-FILE
               ASSIGN       TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS IV-PRODCODE
               FILE STATUS  IS INVFILE-STATUS.

      * PRODUCT REFERENCE VSAM-KSDS FILE, FOR THE DESCRIPTION
           SELECT PRDFILE-FILE
               ASSIGN       TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PD-PRODCODE
               FILE STATUS  IS PRDFILE-STATUS.

      * ORDER LINE-ITEM'S DATA VSAM-KSDS FILE, SWEPT ONCE
           SELECT VKSDLIN-FILE
               ASSIGN       TO VKSDLIN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS OL-LINE-KEY
               FILE STATUS  IS VKSDLIN-STATUS.

      * ORDER'S DATA VSAM-KSDS FILE, READ FOR A LINE'S ORDER STATUS
           SELECT VKSDORD-FILE
               ASSIGN       TO VKSDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS QO-ORDER-KEY
               FILE STATUS  IS VKSDORD-STATUS.

      * STOCK-POSITION REPORT
           SELECT SYSPRINT
                  ASSIGN TO UT-S-SYSPRINT.

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
       FD   INVFILE-FILE.
       COPY ODCSFIV.

       FD   PRDFILE-FILE.
       COPY ODCSFPD.

       FD   VKSDLIN-FILE.
       COPY ODCSFOL.

       FD   VKSDORD-FILE.
       COPY ODCSFORD.

       FD  SYSPRINT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-REC
           RECORDING MODE IS F.
       01  REPORT-REC                 PIC X(132).

       FD   CTLTOT-FILE
            RECORD CONTAINS 080 CHARACTERS.
       COPY CTLTOTS.

      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.

      * FILE STATUS FOR INPUT AND OUTPUT FILES
       01  INVFILE-STATUS.
           05  INVFILE-STAT1       PIC X.
           05  INVFILE-STAT2       PIC X.
       01  PRDFILE-STATUS.
           05  PRDFILE-STAT1       PIC X.
           05  PRDFILE-STAT2       PIC X.
       01  VKSDLIN-STATUS.
           05  VKSDLIN-STAT1       PIC X.
           05  VKSDLIN-STAT2       PIC X.
       01  VKSDORD-STATUS.
           05  VKSDORD-STAT1       PIC X.
           05  VKSDORD-STAT2       PIC X.
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
       01  END-OF-LINE-FILE        PIC X       VALUE 'N'.
       01  DISP-MSG                PIC X(80)   VALUE SPACES.
       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

      * BACKORDERED LINES OF OPEN ORDERS, GATHERED BY THE LINE SWEEP
       01  WS-BO-MAX               PIC 9(5)    COMP VALUE 5000.
       01  WS-BO-COUNT             PIC 9(5)    COMP VALUE 0.
       01  WS-BO-IX                PIC 9(5)    COMP VALUE 0.
       01  WS-BO-TABLE.
           05  WS-BO-ENTRY         OCCURS 5000.
               10  WS-BO-PRODCODE  PIC X(008).
               10  WS-BO-CUSTIDENT PIC 9(009).
               10  WS-BO-ORDERNUM  PIC 9(006).
               10  WS-BO-LINENUM   PIC 9(003).
               10  WS-BO-ORDERDATE PIC 9(008).
               10  WS-BO-QUANTITY  PIC 9(005).
               10  WS-BO-BACKORD   PIC 9(005).

      * CURRENT PRODUCT'S POSITION
       01  WS-AVAIL-QTY            PIC S9(007) VALUE 0.
       01  WS-PROD-BO-LINES        PIC 9(5)    COMP VALUE 0.
       01  WS-PROD-BO-QTY          PIC 9(007)  VALUE 0.

      * RUN STATISTICS
       01  WS-PRODUCT-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-LISTED-COUNT         PIC 9(7)    COMP VALUE 0.
       01  WS-BELOW-ROP-COUNT      PIC 9(7)    COMP VALUE 0.
       01  WS-BO-LINE-COUNT        PIC 9(7)    COMP VALUE 0.
       01  WS-BO-OVERFLOW-COUNT    PIC 9(7)    COMP VALUE 0.

      * REPORT LINES
       01  W-TITLE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FILLER              PIC X(008) VALUE 'RSSABB87'.
           05  FILLER              PIC X(030) VALUE SPACES.
           05  FILLER              PIC X(040) VALUE
               'STOCK POSITION - REORDER AND BACKORDERS'.
           05  FILLER              PIC X(053) VALUE SPACES.

       01  W-COLUMNS.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(010) VALUE 'PRODUCT'.
           05  FILLER              PIC X(032) VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(010) VALUE '   ON HAND'.
           05  FILLER              PIC X(010) VALUE '  RESERVED'.
           05  FILLER              PIC X(011) VALUE '  AVAILABLE'.
           05  FILLER              PIC X(010) VALUE '   REORDER'.
           05  FILLER              PIC X(011) VALUE '  BACKORDER'.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  FILLER              PIC X(032) VALUE SPACES.

       01  W-PROD-DETAIL.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WP-PRODCODE         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WP-DESC             PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WP-ONHAND           PIC Z(6)9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WP-RESERVED         PIC Z(6)9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WP-AVAIL            PIC -(7)9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WP-REORDER          PIC Z(6)9.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WP-BACKORD          PIC Z(6)9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WP-FLAG             PIC X(012).
           05  FILLER              PIC X(025) VALUE SPACES.

       01  W-BO-DETAIL.
           05  FILLER              PIC X(012) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'WAITING '.
           05  WB-CUSTIDENT        PIC 9(009).
           05  FILLER              PIC X(001) VALUE '/'.
           05  WB-ORDERNUM         PIC 9(006).
           05  FILLER              PIC X(006) VALUE ' LINE '.
           05  WB-LINENUM          PIC 9(003).
           05  FILLER              PIC X(008) VALUE ' ORDERED'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WB-ORDERDATE        PIC 9(008).
           05  FILLER              PIC X(005) VALUE ' QTY '.
           05  WB-QUANTITY         PIC Z(4)9.
           05  FILLER              PIC X(012) VALUE ' BACKORDERED'.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  WB-BACKORD          PIC Z(4)9.
           05  FILLER              PIC X(042) VALUE SPACES.

       01  W-TRAILER.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(020) VALUE
               'PRODUCTS LISTED    :'.
           05  WT-LISTED           PIC Z(6)9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(020) VALUE
               'BELOW REORDER POINT:'.
           05  WT-BELOW            PIC Z(6)9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(020) VALUE
               'BACKORDERED LINES  :'.
           05  WT-BO-LINES         PIC Z(6)9.
           05  FILLER              PIC X(043) VALUE SPACES.

      * RUN-LOG PARAMETER AREA FOR THE RSSLOG00 WRITER
       COPY RSSLOGC.

      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.

      * ------------------------------------------------------------- *
      * RUN-LOG: RECORD THIS STEP'S START...
           MOVE 'START'    TO RLOG-PHASE
           MOVE 'RSSABB87' TO RLOG-PROGRAM
           MOVE 0          TO RLOG-RC
           MOVE 0          TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.

      * ------------------------------------------------------------- *
      * FILES OPENING...
           DISPLAY "OPENING INPUT OUTPUT FILES..."
           PERFORM INVFILE-OPEN.
           PERFORM PRDFILE-OPEN.
           PERFORM VKSDLIN-OPEN.
           PERFORM VKSDORD-OPEN.
           PERFORM CTLTOT-OPEN.
           OPEN OUTPUT SYSPRINT.
           WRITE REPORT-REC FROM W-TITLE
                 AFTER ADVANCING PAGE.
           WRITE REPORT-REC FROM W-COLUMNS
                 AFTER ADVANCING 2 LINES.

      * ------------------------------------------------------------- *
      * LINE-ITEM FILE'S SWEEPING: GATHER THE OPEN ORDERS'
      * BACKORDERED LINES...
           DISPLAY "GATHERING BACKORDERED LINES..."
           PERFORM UNTIL END-OF-LINE-FILE = 'Y'
              PERFORM VKSDLIN-GET
              IF  END-OF-LINE-FILE = 'N'
                  PERFORM GATHER-BACKORDERED-LINE
              END-IF
           END-PERFORM.

      * ------------------------------------------------------------- *
      * INVENTORY FILE'S SWEEPING, ONE PRODUCT AT A TIME...
           DISPLAY "REPORTING STOCK POSITIONS..."
           PERFORM UNTIL END-OF-FILE = 'Y'
              PERFORM INVFILE-GET
              IF  END-OF-FILE = 'N'
                  ADD 1 TO WS-PRODUCT-COUNT
                  PERFORM REPORT-ONE-PRODUCT
              END-IF
           END-PERFORM.

           MOVE WS-LISTED-COUNT    TO WT-LISTED
           MOVE WS-BELOW-ROP-COUNT TO WT-BELOW
           MOVE WS-BO-LINE-COUNT   TO WT-BO-LINES
           WRITE REPORT-REC FROM W-TRAILER
                 AFTER ADVANCING 2 LINES.

      * ------------------------------------------------------------- *
      * FILES CLOSING...
           DISPLAY "CLOSING FILES..."
           PERFORM INVFILE-CLOSE.
           PERFORM PRDFILE-CLOSE.
           PERFORM VKSDLIN-CLOSE.
           PERFORM VKSDORD-CLOSE.
           CLOSE SYSPRINT.

           PERFORM DISPLAY-RUN-STATISTICS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CTLTOT-CLOSE.

           DISPLAY "EXITING PROGRAM..."

      * RUN-LOG: RECORD THIS STEP'S END...
           MOVE 'END'      TO RLOG-PHASE
           MOVE 'RSSABB87' TO RLOG-PROGRAM
           MOVE RETURN-CODE TO RLOG-RC
           MOVE WS-LISTED-COUNT TO RLOG-COUNT
           CALL 'RSSLOG00' USING RSSLOG-AREA.
      * THE CALL LEAVES RETURN-CODE AT THE SUBPROGRAM'S VALUE:
      * PUT THIS STEP'S OWN RESULT BACK...
           MOVE RLOG-RC TO RETURN-CODE.

           GOBACK.

      *---------------------------------------------------------------*
      * KEEP A LINE STILL BACKORDERED UNDER AN OPEN ORDER IN THE      *
      * TABLE. A LINE PAST THE TABLE'S CAPACITY IS COUNTED AND LEFT   *
      * OFF THE REPORT.                                               *
      *---------------------------------------------------------------*
       GATHER-BACKORDERED-LINE.
           IF  OL-BACKORD-QTY NOT NUMERIC
           OR  OL-BACKORD-QTY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE OL-CUSTIDENT TO QO-CUSTIDENT
           MOVE OL-ORDERNUM  TO QO-ORDERNUM
           PERFORM VKSDORD-READ
           IF  VKSDORD-STATUS = '23'
           OR  QO-ORDERSTATUS NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           IF  WS-BO-COUNT NOT < WS-BO-MAX
               ADD 1 TO WS-BO-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BO-COUNT
           MOVE OL-PRODCODE    TO WS-BO-PRODCODE  (WS-BO-COUNT)
           MOVE OL-CUSTIDENT   TO WS-BO-CUSTIDENT (WS-BO-COUNT)
           MOVE OL-ORDERNUM    TO WS-BO-ORDERNUM  (WS-BO-COUNT)
           MOVE OL-LINENUM     TO WS-BO-LINENUM   (WS-BO-COUNT)
           MOVE QO-ORDERDATE   TO WS-BO-ORDERDATE (WS-BO-COUNT)
           MOVE OL-QUANTITY    TO WS-BO-QUANTITY  (WS-BO-COUNT)
           MOVE OL-BACKORD-QTY TO WS-BO-BACKORD   (WS-BO-COUNT)
           EXIT.

      *---------------------------------------------------------------*
      * WEIGH ONE STOCKED PRODUCT: LIST IT WHEN ITS AVAILABLE STOCK   *
      * IS BELOW ITS REORDER POINT OR ORDER LINES ARE WAITING ON IT,  *
      * WITH THOSE LINES UNDER IT.                                    *
      *---------------------------------------------------------------*
       REPORT-ONE-PRODUCT.
           COMPUTE WS-AVAIL-QTY = IV-ONHAND - IV-RESERVED
           MOVE ZEROS TO WS-PROD-BO-LINES
           MOVE ZEROS TO WS-PROD-BO-QTY
           PERFORM VARYING WS-BO-IX FROM 1 BY 1
                   UNTIL WS-BO-IX > WS-BO-COUNT
              IF  WS-BO-PRODCODE (WS-BO-IX) = IV-PRODCODE
                  ADD 1 TO WS-PROD-BO-LINES
                  ADD WS-BO-BACKORD (WS-BO-IX) TO WS-PROD-BO-QTY
              END-IF
           END-PERFORM
           IF  WS-AVAIL-QTY NOT < IV-REORDER-POINT
           AND WS-PROD-BO-LINES = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LISTED-COUNT
           MOVE IV-PRODCODE TO PD-PRODCODE
           PERFORM PRDFILE-READ
           IF  PRDFILE-STATUS = '23'
               MOVE SPACES TO PD-DESC
           END-IF
           MOVE IV-PRODCODE      TO WP-PRODCODE
           MOVE PD-DESC          TO WP-DESC
           MOVE IV-ONHAND        TO WP-ONHAND
           MOVE IV-RESERVED      TO WP-RESERVED
           MOVE WS-AVAIL-QTY     TO WP-AVAIL
           MOVE IV-REORDER-POINT TO WP-REORDER
           MOVE WS-PROD-BO-QTY   TO WP-BACKORD
           IF  WS-AVAIL-QTY < IV-REORDER-POINT
               MOVE 'REORDER'    TO WP-FLAG
               ADD 1 TO WS-BELOW-ROP-COUNT
           ELSE
               MOVE SPACES       TO WP-FLAG
           END-IF
           WRITE REPORT-REC FROM W-PROD-DETAIL
                 AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-BO-IX FROM 1 BY 1
                   UNTIL WS-BO-IX > WS-BO-COUNT
              IF  WS-BO-PRODCODE (WS-BO-IX) = IV-PRODCODE
                  PERFORM PRINT-BACKORDERED-LINE
              END-IF
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
      * PRINT ONE WAITING LINE UNDER ITS PRODUCT.                     *
      *---------------------------------------------------------------*
       PRINT-BACKORDERED-LINE.
           MOVE WS-BO-CUSTIDENT (WS-BO-IX) TO WB-CUSTIDENT
           MOVE WS-BO-ORDERNUM  (WS-BO-IX) TO WB-ORDERNUM
           MOVE WS-BO-LINENUM   (WS-BO-IX) TO WB-LINENUM
           MOVE WS-BO-ORDERDATE (WS-BO-IX) TO WB-ORDERDATE
           MOVE WS-BO-QUANTITY  (WS-BO-IX) TO WB-QUANTITY
           MOVE WS-BO-BACKORD   (WS-BO-IX) TO WB-BACKORD
           WRITE REPORT-REC FROM W-BO-DETAIL
                 AFTER ADVANCING 1 LINE
           ADD 1 TO WS-BO-LINE-COUNT
           EXIT.

      *---------------------------------------------------------------*
      * DISPLAY THE END-OF-JOB RUN STATISTICS.                        *
      *---------------------------------------------------------------*
       DISPLAY-RUN-STATISTICS.
           DISPLAY 'RSSABB87: RUN STATISTICS...'
           DISPLAY '   STOCKED PRODUCTS : ' WS-PRODUCT-COUNT
           DISPLAY '   PRODUCTS LISTED  : ' WS-LISTED-COUNT
           DISPLAY '   BELOW REORDER PT : ' WS-BELOW-ROP-COUNT
           DISPLAY '   BACKORDERED LINES: ' WS-BO-LINE-COUNT
           IF  WS-BO-OVERFLOW-COUNT > 0
               DISPLAY 'RSSABB87: BACKORDER TABLE FULL, '
                       WS-BO-OVERFLOW-COUNT ' LINES NOT LISTED'
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THIS RUN'S COUNTS TO THE END-OF-SUITE CONTROL-TOTALS   *
      * FILE FOR THE CONSOLIDATED NIGHTLY SUMMARY REPORT.             *
      *---------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE 'RSSABB87' TO CTLTOT-PROGRAM.
           MOVE 'PRODS BELOW REORDER' TO CTLTOT-LABEL.
           MOVE WS-BELOW-ROP-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.

           MOVE 'RSSABB87' TO CTLTOT-PROGRAM.
           MOVE 'BACKORDERED LINES' TO CTLTOT-LABEL.
           MOVE WS-BO-LINE-COUNT TO CTLTOT-COUNT.
           PERFORM CTLTOT-WRITE.
           EXIT.

      * ------------------------------------------------------------- *
      * ROUTINES TO DO THE FILES' OPENS, READS, WRITES AND CLOSES.    *
      * ------------------------------------------------------------- *
       INVFILE-GET.
           READ INVFILE-FILE
           IF  INVFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  INVFILE-STATUS = '10'
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
                   MOVE 'RSSABB87: INVFILE-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE INVFILE-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       INVFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT INVFILE-FILE
           IF  INVFILE-STATUS = '00' OR '05'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB87: INVFILE-FAILURE-OPEN...'
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
               MOVE 'RSSABB87: INVFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE INVFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-READ.
           READ PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
           OR  PRDFILE-STATUS = '23'
               CONTINUE
           ELSE
               MOVE 'RSSABB87: PRDFILE-FAILURE-READ...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB87: PRDFILE-FAILURE-OPEN...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       PRDFILE-CLOSE.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           CLOSE PRDFILE-FILE
           IF  PRDFILE-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB87: PRDFILE, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE PRDFILE-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-DISP-MSG
               PERFORM Z-DISPLAY-IO-STATUS
               PERFORM Z-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-GET.
           READ VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               IF  VKSDLIN-STATUS = '10'
                   ADD 16 TO ZERO GIVING APPL-RESULT
               ELSE
                   ADD 12 TO ZERO GIVING APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO END-OF-LINE-FILE
               ELSE
                   MOVE 'RSSABB87: VKSDLIN-FAILURE-GET...'
                     TO   DISP-MSG
                   MOVE VKSDLIN-STATUS TO IO-STATUS
                   PERFORM Z-DISPLAY-DISP-MSG
                   PERFORM Z-DISPLAY-IO-STATUS
                   PERFORM Z-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       VKSDLIN-OPEN.
           ADD 8 TO ZERO GIVING APPL-RESULT.
           OPEN INPUT VKSDLIN-FILE
           IF  VKSDLIN-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB87: VKSDLIN-FAILURE-OPEN...'
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
               MOVE 'RSSABB87: VKSDLIN, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDLIN-STATUS TO IO-STATUS
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
               MOVE 'RSSABB87: VKSDORD-FAILURE-READ...'
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
           OPEN INPUT VKSDORD-FILE
           IF  VKSDORD-STATUS = '00'
               SUBTRACT APPL-RESULT FROM APPL-RESULT
           ELSE
               ADD 12 TO ZERO GIVING APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               MOVE 'RSSABB87: VKSDORD-FAILURE-OPEN...'
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
               MOVE 'RSSABB87: VKSDORD, FAILURE, CLOSE...'
                 TO DISP-MSG
               MOVE VKSDORD-STATUS TO IO-STATUS
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
               MOVE 'RSSABB87: CTLTOT-FAILURE-OPEN...'
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
           IF  CTLTOT-STATUS NOT = '00'
               MOVE 'RSSABB87: CTLTOT-FAILURE-WRITE...'
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
               MOVE 'RSSABB87: CTLTOT, FAILURE, CLOSE...'
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
           MOVE 'RSSABB87: PROGRAM-IS-ABENDING...'  TO DISP-MSG
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
               DISPLAY '* RSSABB87: FILE-STATUS-' IO-STAT1 '/'
                       TWO-BYTES-BINARY
           ELSE
               DISPLAY '* RSSABB87: FILE-STATUS-' IO-STATUS
           END-IF
           COPY ZIOSTAT.
           EXIT.

      *---------------------------------------------------------------*
       Z-DISPLAY-DISP-MSG.
           DISPLAY DISP-MSG
           MOVE ALL SPACES TO DISP-MSG
           EXIT.
